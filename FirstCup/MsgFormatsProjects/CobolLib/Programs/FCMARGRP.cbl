000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCMARGRP.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - NIGHTLY GROSS MARGIN
000800*                          REPORT. READS THE SAME PURCHIN FEED AS
000900*                          FCBRCHRP AND TOTALS EACH ITEM LINE BY
001000*                          SOURCE BRANCH AND CATEGORY: SALES VALUE
001100*                          AT THE PRICE SOLD, COST OF SALES AT THE
001200*                          COST PRICE FCITMCST RETURNS FOR THE
001300*                          ITEM, AND THE MARGIN AND MARGIN
001400*                          PERCENTAGE BETWEEN THEM. QUANTITY AND
001500*                          WEIGHT ARE SIGNED, SO RETURNS NET OFF
001600*                          BOTH SALES AND COST. SALES OF AN ITEM
001700*                          WITH NO COST PRICE ARE SHOWN SEPARATELY
001800*                          AS UNCOSTED AND LEFT OUT OF THE MARGIN,
001900*                          SO A MISSING COST NEVER SHOWS AS
002000*                          PROFIT.
002100*      ------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000           SELECT PURCH-FILE   ASSIGN TO PURCHIN
003100               ORGANIZATION    IS LINE SEQUENTIAL
003200               FILE STATUS     IS WS-PURCH-STATUS.
003300           SELECT REPORT-FILE  ASSIGN TO MARGRPT
003400               ORGANIZATION    IS LINE SEQUENTIAL
003500               FILE STATUS     IS WS-REPORT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PURCH-FILE
004000           RECORD CONTAINS 0 TO 873262 CHARACTERS
004100           RECORDING MODE IS V.
004200           COPY PurchaseData
004300               REPLACING ==PurchaseData== BY ==PURCH-RECORD==.
004400
004500 FD  REPORT-FILE.
004600 01  REPORT-RECORD               PIC X(132).
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-SWITCHES.
005000           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
005100               88  END-OF-PURCH-FILE         VALUE "Y".
005200           05  WS-BRCH-FOUND-SWITCH PIC X(01)    VALUE "N".
005300               88  FOUND-BRANCH              VALUE "Y".
005400           05  WS-CAT-FOUND-SWITCH  PIC X(01)    VALUE "N".
005500               88  FOUND-CATEGORY            VALUE "Y".
005600
005700 01  WS-FILE-STATUSES.
005800           05  WS-PURCH-STATUS      PIC X(02)    VALUE "00".
005900           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
006000
006100 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
006200
006300 01  WS-INDICES.
006400           05  WS-SALE-IDX          PIC 99       COMP    VALUE 1.
006500           05  WS-INVOICE-IDX       PIC 99       COMP
006600               VALUE ZERO.
006700           05  WS-ITEM-IDX          PIC 99       COMP
006800               VALUE ZERO.
006900           05  WS-BRCH-IX           PIC 99       COMP
007000               VALUE ZERO.
007100           05  WS-CAT-IX            PIC 9(3)     COMP
007200               VALUE ZERO.
007300
007400 01  WS-COUNTERS.
007500           05  WS-MESSAGE-COUNT     PIC 9(9)     COMP
007600               VALUE ZERO.
007700           05  WS-ITEM-LINE-COUNT   PIC 9(9)     COMP
007800               VALUE ZERO.
007900           05  WS-UNCOSTED-COUNT    PIC 9(9)     COMP
008000               VALUE ZERO.
008100           05  WS-BRCH-OVERFLOW-CNT PIC 9(6)     COMP
008200               VALUE ZERO.
008300           05  WS-CAT-OVERFLOW-CNT  PIC 9(6)     COMP
008400               VALUE ZERO.
008500
008600**----------------------------------------------------------*
008700*    WS-CURRENT-ITEM - ONE ITEM LINE, VALUED AT THE PRICE   *
008800*    SOLD AND AT COST. WS-CURRENT-QTY IS THE QUANTITY, OR   *
008900*    THE WEIGHT OF A WEIGHED ITEM                           *
009000**----------------------------------------------------------*
009100 01  WS-CURRENT-ITEM.
009200           05  WS-CURRENT-CATEGORY  PIC X(50)    VALUE SPACES.
009300           05  WS-CURRENT-ITEM-CODE PIC X(13)    VALUE SPACES.
009400           05  WS-CURRENT-QTY       PIC S9(9)V9(3) COMP-3
009500               VALUE ZERO.
009600           05  WS-CURRENT-VALUE     PIC S9(9)    COMP-3
009700               VALUE ZERO.
009800           05  WS-CURRENT-COST      PIC S9(9)    COMP-3
009900               VALUE ZERO.
010000           05  WS-CURRENT-UNCOSTED  PIC S9(9)    COMP-3
010100               VALUE ZERO.
010200
010300**----------------------------------------------------------*
010400*    WS-ITMCST-PARMS - FCITMCST CALL PARAMETERS             *
010500**----------------------------------------------------------*
010600 01  WS-ITMCST-PARMS.
010700           05  WS-IC-ITEM-CODE      PIC X(13)    VALUE SPACES.
010800           05  WS-IC-COST-PRICE     PIC S9(4)    COMP-3
010900               VALUE ZERO.
011000           05  WS-IC-SUPPLIER-CODE  PIC X(6)     VALUE SPACES.
011100           05  WS-IC-RETURN         PIC X(01)    VALUE SPACE.
011200               88  IC-ITEM-COSTED            VALUE "0".
011300
011400**----------------------------------------------------------*
011500*    WS-BRNAME-PARMS - FCBRNAME CALL PARAMETERS, USED TO    *
011600*    PRINT THE BRANCH NAME ALONGSIDE THE RAW ID             *
011700**----------------------------------------------------------*
011800 01  WS-BRNAME-PARMS.
011900           05  WS-BN-FUNCTION       PIC X(01)    VALUE "N".
012000           05  WS-BN-BRANCH-ID      PIC X(5)     VALUE SPACES.
012100           05  WS-BN-TILL-ID        PIC 9(4)     VALUE ZERO.
012200           05  WS-BN-BRANCH-NAME    PIC X(30)    VALUE SPACES.
012300           05  WS-BN-RETURN         PIC X(01)    VALUE SPACE.
012400
012500 01  WS-COMPANY-TOTALS.
012600           05  WS-CO-SALES          PIC S9(13)   COMP-3
012700               VALUE ZERO.
012800           05  WS-CO-COST           PIC S9(13)   COMP-3
012900               VALUE ZERO.
013000           05  WS-CO-UNCOSTED       PIC S9(13)   COMP-3
013100               VALUE ZERO.
013200
013300**----------------------------------------------------------*
013400*    WS-BRANCH-TABLE - ONE ENTRY PER DISTINCT BRANCH SEEN,  *
013500*    EACH HOLDING A NESTED TABLE OF CATEGORY TOTALS         *
013600**----------------------------------------------------------*
013700 01  WS-BRANCH-TABLE.
013800           05  WS-BRCH-COUNT        PIC 99       COMP
013900               VALUE ZERO.
014000           05  WS-BRCH-ENTRY        OCCURS 50 TIMES.
014100               10  WS-BRCH-ID           PIC X(05)    VALUE SPACES.
014200               10  WS-BRCH-SALES        PIC S9(11)   COMP-3
014300                   VALUE ZERO.
014400               10  WS-BRCH-COST         PIC S9(11)   COMP-3
014500                   VALUE ZERO.
014600               10  WS-BRCH-UNCOSTED     PIC S9(11)   COMP-3
014700                   VALUE ZERO.
014800               10  WS-BRCH-CAT-COUNT    PIC 9(3)     COMP
014900                   VALUE ZERO.
015000               10  WS-BRCH-CATEGORY     OCCURS 100 TIMES.
015100                   15  WS-CAT-NAME      PIC X(50)    VALUE SPACES.
015200                   15  WS-CAT-SALES     PIC S9(11)   COMP-3
015300                       VALUE ZERO.
015400                   15  WS-CAT-COST      PIC S9(11)   COMP-3
015500                       VALUE ZERO.
015600                   15  WS-CAT-UNCOSTED  PIC S9(11)   COMP-3
015700                       VALUE ZERO.
015800
015900**----------------------------------------------------------*
016000*    WS-MARGIN-WORK - ONE CATEGORY, BRANCH OR COMPANY       *
016100*    TOTAL ON ITS WAY TO THE PRINT LINE. THE MARGIN IS      *
016200*    TAKEN ON COSTED SALES ONLY                             *
016300**----------------------------------------------------------*
016400 01  WS-MARGIN-WORK.
016500           05  WS-MW-SALES          PIC S9(13)   COMP-3
016600               VALUE ZERO.
016700           05  WS-MW-COST           PIC S9(13)   COMP-3
016800               VALUE ZERO.
016900           05  WS-MW-UNCOSTED       PIC S9(13)   COMP-3
017000               VALUE ZERO.
017100           05  WS-MW-COSTED-SALES   PIC S9(13)   COMP-3
017200               VALUE ZERO.
017300           05  WS-MW-MARGIN         PIC S9(13)   COMP-3
017400               VALUE ZERO.
017500           05  WS-MW-MARGIN-PCT     PIC S9(5)V9  COMP-3
017600               VALUE ZERO.
017700
017800**----------------------------------------------------------*
017900*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD WITH       *
018000*    WRITE ... FROM                                         *
018100**----------------------------------------------------------*
018200 01  WS-HEADING-LINE.
018300           05  FILLER               PIC X(45)
018400               VALUE "FCMARGRP - GROSS MARGIN REPORT".
018500           05  FILLER               PIC X(09)
018600               VALUE "RUN DATE=".
018700           05  WS-HDG-RUN-DATE      PIC 9(8).
018800
018900 01  WS-BRANCH-HEADER-LINE.
019000           05  FILLER               PIC X(07)    VALUE "BRANCH ".
019100           05  WS-HDR-BRANCH-ID     PIC X(05).
019200           05  FILLER               PIC X(01)    VALUE SPACE.
019300           05  WS-HDR-BRANCH-NAME   PIC X(30).
019400
019500 01  WS-MARGIN-LINE.
019600           05  WS-ML-LABEL          PIC X(42).
019700           05  WS-ML-CATEGORY-VIEW  REDEFINES WS-ML-LABEL.
019800               10  FILLER               PIC X(04).
019900               10  WS-ML-CATEGORY       PIC X(38).
020000           05  FILLER               PIC X(07)    VALUE " SALES=".
020100           05  WS-ML-SALES          PIC -(10)9.
020200           05  FILLER               PIC X(06)    VALUE " COST=".
020300           05  WS-ML-COST           PIC -(10)9.
020400           05  FILLER               PIC X(08)    VALUE " MARGIN=".
020500           05  WS-ML-MARGIN         PIC -(10)9.
020600           05  FILLER               PIC X(09)
020700               VALUE " MARGIN%=".
020800           05  WS-ML-MARGIN-PCT     PIC -(3)9.9.
020900           05  FILLER               PIC X(10)
021000               VALUE " UNCOSTED=".
021100           05  WS-ML-UNCOSTED       PIC -(10)9.
021200
021300 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
021400
021500 PROCEDURE DIVISION.
021600
021700**----------------------------------------------------------*
021800*    0000-MAINLINE                                          *
021900**----------------------------------------------------------*
022000 0000-MAINLINE.
022100           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
022200           PERFORM 2000-PROCESS-MESSAGE
022300               THRU 2000-PROCESS-MESSAGE-EXIT
022400               UNTIL END-OF-PURCH-FILE.
022500           PERFORM 7000-PRINT-REPORT THRU 7000-PRINT-REPORT-EXIT.
022600           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
022700           STOP RUN.
022800
022900**----------------------------------------------------------*
023000*    1000-INITIALISE - OPEN FILES, PRINT THE HEADING AND    *
023100*    PRIME THE READ                                         *
023200**----------------------------------------------------------*
023300 1000-INITIALISE.
023400           OPEN INPUT  PURCH-FILE.
023500           IF WS-PURCH-STATUS NOT = "00"
023600               DISPLAY "FCMARGRP: PURCH-FILE OPEN FAILED, STATUS="
023700                   WS-PURCH-STATUS
023800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
023900           END-IF.
024000           OPEN OUTPUT REPORT-FILE.
024100           IF WS-REPORT-STATUS NOT = "00"
024200               DISPLAY "FCMARGRP: REPORT OPEN FAILED, STATUS="
024300                   WS-REPORT-STATUS
024400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
024500           END-IF.
024600           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024700           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
024800           MOVE WS-HEADING-LINE TO REPORT-RECORD.
024900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
025000           PERFORM 2900-READ-PURCH-FILE
025100               THRU 2900-READ-PURCH-FILE-EXIT.
025200 1000-INITIALISE-EXIT.
025300           EXIT.
025400
025500**----------------------------------------------------------*
025600*    2000-PROCESS-MESSAGE - ROLL ONE PURCHASEDATA MESSAGE   *
025700*    INTO ITS BRANCH'S CATEGORY TOTALS                      *
025800**----------------------------------------------------------*
025900 2000-PROCESS-MESSAGE.
026000           ADD 1 TO WS-MESSAGE-COUNT.
026100           PERFORM 2100-FIND-OR-ADD-BRANCH
026200               THRU 2100-FIND-OR-ADD-BRANCH-EXIT.
026300           IF WS-BRCH-IX > ZERO
026400               PERFORM 3000-SUM-INVOICES
026500                   THRU 3000-SUM-INVOICES-EXIT
026600                   VARYING WS-INVOICE-IDX FROM 1 BY 1
026700                   UNTIL WS-INVOICE-IDX >
026800                       InvoiceCount OF PURCH-RECORD
026900           END-IF.
027000           PERFORM 2900-READ-PURCH-FILE
027100               THRU 2900-READ-PURCH-FILE-EXIT.
027200 2000-PROCESS-MESSAGE-EXIT.
027300           EXIT.
027400
027500**----------------------------------------------------------*
027600*    2100-FIND-OR-ADD-BRANCH - LOCATE THIS MESSAGE'S        *
027700*    BRANCH IN WS-BRANCH-TABLE, ADDING A NEW ENTRY IF NOT   *
027800*    SEEN BEFORE. A NEW BRANCH THAT DOES NOT FIT IS COUNTED *
027900*    AND REPORTED AND WS-BRCH-IX IS SET TO ZERO SO THE      *
028000*    CALLER SKIPS THIS MESSAGE                              *
028100**----------------------------------------------------------*
028200 2100-FIND-OR-ADD-BRANCH.
028300           SET WS-BRCH-FOUND-SWITCH TO "N".
028400           PERFORM 2110-SEARCH-BRANCH
028500               THRU 2110-SEARCH-BRANCH-EXIT
028600               VARYING WS-BRCH-IX FROM 1 BY 1
028700               UNTIL WS-BRCH-IX > WS-BRCH-COUNT
028800                   OR FOUND-BRANCH.
028900           IF FOUND-BRANCH
029000               SUBTRACT 1 FROM WS-BRCH-IX
029100           ELSE
029200               IF WS-BRCH-COUNT >= 50
029300                   ADD 1 TO WS-BRCH-OVERFLOW-CNT
029400                   DISPLAY "FCMARGRP: BRANCH TABLE FULL, BRANCH "
029500                       SourceBranchID OF PURCH-RECORD
029600                       " NOT REPORTED"
029700                   MOVE ZERO TO WS-BRCH-IX
029800               ELSE
029900                   ADD 1 TO WS-BRCH-COUNT
030000                   MOVE WS-BRCH-COUNT TO WS-BRCH-IX
030100                   MOVE SourceBranchID OF PURCH-RECORD
030200                       TO WS-BRCH-ID (WS-BRCH-IX)
030300               END-IF
030400           END-IF.
030500 2100-FIND-OR-ADD-BRANCH-EXIT.
030600           EXIT.
030700
030800**----------------------------------------------------------*
030900*    2110-SEARCH-BRANCH                                     *
031000**----------------------------------------------------------*
031100 2110-SEARCH-BRANCH.
031200           IF WS-BRCH-ID (WS-BRCH-IX)
031300               = SourceBranchID OF PURCH-RECORD
031400               SET FOUND-BRANCH TO TRUE
031500           END-IF.
031600 2110-SEARCH-BRANCH-EXIT.
031700           EXIT.
031800
031900**----------------------------------------------------------*
032000*    2900-READ-PURCH-FILE                                   *
032100**----------------------------------------------------------*
032200 2900-READ-PURCH-FILE.
032300           READ PURCH-FILE
032400               AT END
032500                   SET END-OF-PURCH-FILE TO TRUE
032600           END-READ.
032700           IF NOT END-OF-PURCH-FILE
032800               AND WS-PURCH-STATUS NOT = "00"
032900               DISPLAY "FCMARGRP: PURCH-FILE READ ERROR, STATUS="
033000                   WS-PURCH-STATUS
033100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
033200           END-IF.
033300 2900-READ-PURCH-FILE-EXIT.
033400           EXIT.
033500
033600**----------------------------------------------------------*
033700*    3000-SUM-INVOICES - WALK ONE INVOICE'S ITEM LINES      *
033800**----------------------------------------------------------*
033900 3000-SUM-INVOICES.
034000           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
034100               VARYING WS-ITEM-IDX FROM 1 BY 1
034200               UNTIL WS-ITEM-IDX >
034300                   ItemCount OF PURCH-RECORD.
034400 3000-SUM-INVOICES-EXIT.
034500           EXIT.
034600
034700**----------------------------------------------------------*
034800*    3100-SUM-ITEMS - VALUE ONE ITEM LINE AT THE PRICE SOLD *
034900*    AND ROLL IT INTO ITS CATEGORY                          *
035000**----------------------------------------------------------*
035100 3100-SUM-ITEMS.
035200           EVALUATE TRUE
035300               WHEN Barcoded-Item
035400                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
035500                   MOVE Category OF Item1
035600                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
035700                       TO WS-CURRENT-CATEGORY
035800                   MOVE ItemCode OF Item1
035900                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
036000                       TO WS-CURRENT-ITEM-CODE
036100                   MOVE Quantity OF Item1
036200                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
036300                       TO WS-CURRENT-QTY
036400                   COMPUTE WS-CURRENT-VALUE =
036500                       Price OF Item1
036600                  (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
036700                       * WS-CURRENT-QTY
036800               WHEN Clothing-Item
036900                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
037000                   MOVE Category OF Item2
037100                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
037200                       TO WS-CURRENT-CATEGORY
037300                   MOVE ItemCode OF Item2
037400                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
037500                       TO WS-CURRENT-ITEM-CODE
037600                   MOVE Quantity OF Item2
037700                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
037800                       TO WS-CURRENT-QTY
037900                   COMPUTE WS-CURRENT-VALUE =
038000                       Price OF Item2
038100                  (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
038200                       * WS-CURRENT-QTY
038300               WHEN Weighed-Item
038400                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
038500                   MOVE Category OF Item3
038600                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
038700                       TO WS-CURRENT-CATEGORY
038800                   MOVE ItemCode OF Item3
038900                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
039000                       TO WS-CURRENT-ITEM-CODE
039100                   MOVE Weight OF Item3
039200                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
039300                       TO WS-CURRENT-QTY
039400                   COMPUTE WS-CURRENT-VALUE ROUNDED =
039500                       Price OF Item3
039600                  (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
039700                       * WS-CURRENT-QTY
039800               WHEN OTHER
039900                   GO TO 3100-SUM-ITEMS-EXIT
040000           END-EVALUATE.
040100           ADD 1 TO WS-ITEM-LINE-COUNT.
040200           PERFORM 3150-COST-ITEM THRU 3150-COST-ITEM-EXIT.
040300           PERFORM 3200-ROLLUP-CATEGORY
040400               THRU 3200-ROLLUP-CATEGORY-EXIT.
040500 3100-SUM-ITEMS-EXIT.
040600           EXIT.
040700
040800**----------------------------------------------------------*
040900*    3150-COST-ITEM - COST THE LINE AT THE ITEM'S COST      *
041000*    PRICE, OR HOLD ITS SALES VALUE AS UNCOSTED WHEN THE    *
041100*    ITEM HAS NONE                                          *
041200**----------------------------------------------------------*
041300 3150-COST-ITEM.
041400           MOVE WS-CURRENT-ITEM-CODE TO WS-IC-ITEM-CODE.
041500           CALL "FCITMCST" USING WS-IC-ITEM-CODE,
041600               WS-IC-COST-PRICE, WS-IC-SUPPLIER-CODE,
041700               WS-IC-RETURN.
041800           IF IC-ITEM-COSTED
041900               COMPUTE WS-CURRENT-COST ROUNDED =
042000                   WS-IC-COST-PRICE * WS-CURRENT-QTY
042100               MOVE ZERO TO WS-CURRENT-UNCOSTED
042200           ELSE
042300               MOVE ZERO TO WS-CURRENT-COST
042400               MOVE WS-CURRENT-VALUE TO WS-CURRENT-UNCOSTED
042500               ADD 1 TO WS-UNCOSTED-COUNT
042600           END-IF.
042700 3150-COST-ITEM-EXIT.
042800           EXIT.
042900
043000**----------------------------------------------------------*
043100*    3200-ROLLUP-CATEGORY - ADD THE LINE INTO ITS BRANCH    *
043200*    AND THE COMPANY, THEN FIND OR ADD WS-CURRENT-CATEGORY  *
043300*    WITHIN THE BRANCH. A NEW CATEGORY THAT DOES NOT FIT    *
043400*    IS COUNTED AND REPORTED, THOUGH ITS LINE STILL COUNTS  *
043500*    IN THE BRANCH AND COMPANY TOTALS                       *
043600**----------------------------------------------------------*
043700 3200-ROLLUP-CATEGORY.
043800           ADD WS-CURRENT-VALUE    TO WS-BRCH-SALES (WS-BRCH-IX).
043900           ADD WS-CURRENT-COST     TO WS-BRCH-COST (WS-BRCH-IX).
044000           ADD WS-CURRENT-UNCOSTED
044100               TO WS-BRCH-UNCOSTED (WS-BRCH-IX).
044200           ADD WS-CURRENT-VALUE    TO WS-CO-SALES.
044300           ADD WS-CURRENT-COST     TO WS-CO-COST.
044400           ADD WS-CURRENT-UNCOSTED TO WS-CO-UNCOSTED.
044500           SET WS-CAT-FOUND-SWITCH TO "N".
044600           PERFORM 3210-SEARCH-CATEGORY
044700               THRU 3210-SEARCH-CATEGORY-EXIT
044800               VARYING WS-CAT-IX FROM 1 BY 1
044900               UNTIL WS-CAT-IX > WS-BRCH-CAT-COUNT (WS-BRCH-IX)
045000                   OR FOUND-CATEGORY.
045100           IF FOUND-CATEGORY
045200               SUBTRACT 1 FROM WS-CAT-IX
045300           ELSE
045400               IF WS-BRCH-CAT-COUNT (WS-BRCH-IX) >= 100
045500                   ADD 1 TO WS-CAT-OVERFLOW-CNT
045600                   DISPLAY "FCMARGRP: CATEGORY TABLE FULL,"
045700                       " BRANCH " WS-BRCH-ID (WS-BRCH-IX)
045800                       ", CATEGORY " WS-CURRENT-CATEGORY
045900                       " NOT REPORTED"
046000                   GO TO 3200-ROLLUP-CATEGORY-EXIT
046100               END-IF
046200               ADD 1 TO WS-BRCH-CAT-COUNT (WS-BRCH-IX)
046300               MOVE WS-BRCH-CAT-COUNT (WS-BRCH-IX)
046400                   TO WS-CAT-IX
046500               MOVE WS-CURRENT-CATEGORY
046600                   TO WS-CAT-NAME (WS-BRCH-IX, WS-CAT-IX)
046700           END-IF.
046800           ADD WS-CURRENT-VALUE
046900               TO WS-CAT-SALES (WS-BRCH-IX, WS-CAT-IX).
047000           ADD WS-CURRENT-COST
047100               TO WS-CAT-COST (WS-BRCH-IX, WS-CAT-IX).
047200           ADD WS-CURRENT-UNCOSTED
047300               TO WS-CAT-UNCOSTED (WS-BRCH-IX, WS-CAT-IX).
047400 3200-ROLLUP-CATEGORY-EXIT.
047500           EXIT.
047600
047700**----------------------------------------------------------*
047800*    3210-SEARCH-CATEGORY                                   *
047900**----------------------------------------------------------*
048000 3210-SEARCH-CATEGORY.
048100           IF WS-CAT-NAME (WS-BRCH-IX, WS-CAT-IX)
048200               = WS-CURRENT-CATEGORY
048300               SET FOUND-CATEGORY TO TRUE
048400           END-IF.
048500 3210-SEARCH-CATEGORY-EXIT.
048600           EXIT.
048700
048800**----------------------------------------------------------*
048900*    7000-PRINT-REPORT - ONE SECTION PER BRANCH WITH ITS    *
049000*    CATEGORY LINES AND BRANCH TOTAL, THEN THE COMPANY      *
049100*    TOTAL                                                  *
049200**----------------------------------------------------------*
049300 7000-PRINT-REPORT.
049400           PERFORM 7100-PRINT-BRANCH THRU 7100-PRINT-BRANCH-EXIT
049500               VARYING WS-BRCH-IX FROM 1 BY 1
049600               UNTIL WS-BRCH-IX > WS-BRCH-COUNT.
049700           MOVE WS-BLANK-LINE TO REPORT-RECORD.
049800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
049900           MOVE WS-CO-SALES    TO WS-MW-SALES.
050000           MOVE WS-CO-COST     TO WS-MW-COST.
050100           MOVE WS-CO-UNCOSTED TO WS-MW-UNCOSTED.
050200           MOVE "COMPANY TOTAL" TO WS-ML-LABEL.
050300           PERFORM 7300-PRINT-MARGIN THRU 7300-PRINT-MARGIN-EXIT.
050400 7000-PRINT-REPORT-EXIT.
050500           EXIT.
050600
050700**----------------------------------------------------------*
050800*    7100-PRINT-BRANCH                                      *
050900**----------------------------------------------------------*
051000 7100-PRINT-BRANCH.
051100           MOVE WS-BLANK-LINE TO REPORT-RECORD.
051200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
051300           MOVE WS-BRCH-ID (WS-BRCH-IX) TO WS-HDR-BRANCH-ID.
051400           MOVE WS-BRCH-ID (WS-BRCH-IX) TO WS-BN-BRANCH-ID.
051500           CALL "FCBRNAME" USING WS-BN-FUNCTION,
051600               WS-BN-BRANCH-ID, WS-BN-TILL-ID,
051700               WS-BN-BRANCH-NAME, WS-BN-RETURN.
051800           MOVE WS-BN-BRANCH-NAME TO WS-HDR-BRANCH-NAME.
051900           MOVE WS-BRANCH-HEADER-LINE TO REPORT-RECORD.
052000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
052100           PERFORM 7200-PRINT-CATEGORY
052200               THRU 7200-PRINT-CATEGORY-EXIT
052300               VARYING WS-CAT-IX FROM 1 BY 1
052400               UNTIL WS-CAT-IX > WS-BRCH-CAT-COUNT (WS-BRCH-IX).
052500           MOVE WS-BRCH-SALES (WS-BRCH-IX)    TO WS-MW-SALES.
052600           MOVE WS-BRCH-COST (WS-BRCH-IX)     TO WS-MW-COST.
052700           MOVE WS-BRCH-UNCOSTED (WS-BRCH-IX) TO WS-MW-UNCOSTED.
052800           MOVE SPACES TO WS-ML-LABEL.
052900           MOVE "BRANCH TOTAL" TO WS-ML-CATEGORY.
053000           PERFORM 7300-PRINT-MARGIN THRU 7300-PRINT-MARGIN-EXIT.
053100 7100-PRINT-BRANCH-EXIT.
053200           EXIT.
053300
053400**----------------------------------------------------------*
053500*    7200-PRINT-CATEGORY                                    *
053600**----------------------------------------------------------*
053700 7200-PRINT-CATEGORY.
053800           MOVE WS-CAT-SALES (WS-BRCH-IX, WS-CAT-IX)
053900               TO WS-MW-SALES.
054000           MOVE WS-CAT-COST (WS-BRCH-IX, WS-CAT-IX)
054100               TO WS-MW-COST.
054200           MOVE WS-CAT-UNCOSTED (WS-BRCH-IX, WS-CAT-IX)
054300               TO WS-MW-UNCOSTED.
054400           MOVE SPACES TO WS-ML-LABEL.
054500           MOVE WS-CAT-NAME (WS-BRCH-IX, WS-CAT-IX)
054600               TO WS-ML-CATEGORY.
054700           PERFORM 7300-PRINT-MARGIN THRU 7300-PRINT-MARGIN-EXIT.
054800 7200-PRINT-CATEGORY-EXIT.
054900           EXIT.
055000
055100**----------------------------------------------------------*
055200*    7300-PRINT-MARGIN - WORK OUT THE MARGIN ON COSTED      *
055300*    SALES AND PRINT THE LINE. NO COSTED SALES, OR A        *
055400*    PERCENTAGE TOO WIDE TO PRINT, SHOWS AS ZERO PER CENT   *
055500**----------------------------------------------------------*
055600 7300-PRINT-MARGIN.
055700           COMPUTE WS-MW-COSTED-SALES =
055800               WS-MW-SALES - WS-MW-UNCOSTED.
055900           COMPUTE WS-MW-MARGIN = WS-MW-COSTED-SALES - WS-MW-COST.
056000           MOVE ZERO TO WS-MW-MARGIN-PCT.
056100           IF WS-MW-COSTED-SALES NOT = ZERO
056200               COMPUTE WS-MW-MARGIN-PCT ROUNDED =
056300                   WS-MW-MARGIN * 100 / WS-MW-COSTED-SALES
056400                   ON SIZE ERROR
056500                       MOVE ZERO TO WS-MW-MARGIN-PCT
056600               END-COMPUTE
056700           END-IF.
056800           IF WS-MW-MARGIN-PCT > 999.9
056900               OR WS-MW-MARGIN-PCT < -999.9
057000               MOVE ZERO TO WS-MW-MARGIN-PCT
057100           END-IF.
057200           MOVE WS-MW-SALES      TO WS-ML-SALES.
057300           MOVE WS-MW-COST       TO WS-ML-COST.
057400           MOVE WS-MW-MARGIN     TO WS-ML-MARGIN.
057500           MOVE WS-MW-MARGIN-PCT TO WS-ML-MARGIN-PCT.
057600           MOVE WS-MW-UNCOSTED   TO WS-ML-UNCOSTED.
057700           MOVE WS-MARGIN-LINE TO REPORT-RECORD.
057800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
057900 7300-PRINT-MARGIN-EXIT.
058000           EXIT.
058100
058200**----------------------------------------------------------*
058300*    7900-WRITE-RECORD                                      *
058400**----------------------------------------------------------*
058500 7900-WRITE-RECORD.
058600           WRITE REPORT-RECORD.
058700           IF WS-REPORT-STATUS NOT = "00"
058800               DISPLAY "FCMARGRP: REPORT WRITE ERROR, STATUS="
058900                   WS-REPORT-STATUS
059000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
059100           END-IF.
059200 7900-WRITE-RECORD-EXIT.
059300           EXIT.
059400
059500**----------------------------------------------------------*
059600*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
059700*    RUN'S CONTROL TOTALS                                   *
059800**----------------------------------------------------------*
059900 8000-TERMINATE.
060000           CLOSE PURCH-FILE.
060100           CLOSE REPORT-FILE.
060200           DISPLAY "FCMARGRP: " WS-MESSAGE-COUNT " MESSAGE(S), "
060300               WS-ITEM-LINE-COUNT " ITEM LINE(S), "
060400               WS-UNCOSTED-COUNT " WITH NO COST PRICE".
060500           IF WS-BRCH-OVERFLOW-CNT > ZERO
060600               DISPLAY "FCMARGRP: " WS-BRCH-OVERFLOW-CNT
060700                   " BRANCH(ES) EXCEEDED THE TABLE AND WERE NOT"
060800                   " REPORTED"
060900           END-IF.
061000           IF WS-CAT-OVERFLOW-CNT > ZERO
061100               DISPLAY "FCMARGRP: " WS-CAT-OVERFLOW-CNT
061200                   " CATEGORY OCCURRENCE(S) EXCEEDED THE TABLE"
061300                   " AND WERE NOT REPORTED"
061400           END-IF.
061500 8000-TERMINATE-EXIT.
061600           EXIT.
061700
061800**----------------------------------------------------------*
061900*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
062000*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
062100**----------------------------------------------------------*
062200 9999-ABEND.
062300           MOVE 16 TO RETURN-CODE.
062400           STOP RUN.
062500 9999-ABEND-EXIT.
062600           EXIT.
