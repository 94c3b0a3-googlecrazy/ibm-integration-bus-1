000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCSTKTAK.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - STOCKTAKE. APPLIES
000800*                          THE BRANCH COUNT SHEETS ON STKCOUNT
000900*                          (BRANCH, ITEMCODE, COUNTED QUANTITY,
001000*                          COUNT DATE, IN ITEMCODE ORDER) TO THE
001100*                          STCKMSTR LEDGER: WHERE THE COUNT
001200*                          DISAGREES WITH ON-HAND, ON-HAND IS SET
001300*                          TO THE COUNT AND THE DIFFERENCE IS
001400*                          JOURNALLED TO STKJRNL AS AN
001500*                          ADJUSTMENT MOVEMENT, WITH A BEFORE/
001600*                          AFTER IMAGE PAIR ON RCVYLOG, THE SAME
001700*                          WAY FCSTKUPD JOURNALS ITS SALES. A
001800*                          COUNTED ITEM NOT YET ON THE LEDGER IS
001900*                          CREATED AT THE COUNT. THE SHRINKAGE
002000*                          REPORT VALUES EVERY VARIANCE AT THE
002100*                          ITEMMSTR PRICE AND LISTS IT BY
002200*                          CATEGORY AND ITEM - ITEMS COUNTED
002300*                          SHORT, ITEMS COUNTED OVER, AND LEDGER
002400*                          ITEMS NEVER COUNTED WITH THE VALUE OF
002500*                          THE STOCK LEFT UNVERIFIED - SO LOSS
002600*                          PREVENTION GETS A NUMBER RATHER THAN
002700*                          A GUESS AND NO ON-HAND FIGURE IS EVER
002800*                          AGAIN CORRECTED BY A MANUAL VSAM FIX.
002810*       15-OCT-2026  DP    STCKMSTR NOW KEYED ON BRANCH AND
002820*                          ITEMCODE. STKCOUNT IS MATCHED IN BRANCH
002830*                          THEN ITEMCODE ORDER AND EACH COUNT
002840*                          ADJUSTS ITS OWN BRANCH'S LEDGER LINE.
002850*                          LEDGER LINES OF BRANCHES NOT ON THE
002860*                          FEED ARE PASSED OVER, NOT REPORTED AS
002870*                          NEVER COUNTED. BRANCH ADDED TO THE
002880*                          REPORT DETAIL LINE.
002881*       15-OCT-2026  DP    NEW LEDGER LINES ARE OPENED WITH A
002882*                          BLANK REORDER LEVEL SOURCE, LEAVING
002883*                          THE LEVEL TO FCRLCALC.
002900*      ------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800           SELECT COUNT-FILE   ASSIGN TO STKCOUNT
003900               ORGANIZATION    IS LINE SEQUENTIAL
004000               FILE STATUS     IS WS-COUNT-STATUS.
004100           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
004200               ORGANIZATION    IS INDEXED
004300               ACCESS MODE     IS DYNAMIC
004400               RECORD KEY      IS StockKey OF STOCK-RECORD
004500               FILE STATUS     IS WS-STOCK-STATUS.
004600           SELECT ITEM-FILE    ASSIGN TO ITEMMSTR
004700               ORGANIZATION    IS INDEXED
004800               ACCESS MODE     IS RANDOM
004900               RECORD KEY      IS ItemCode OF ITEM-RECORD
005000               FILE STATUS     IS WS-ITEM-STATUS.
005100           SELECT REPORT-FILE  ASSIGN TO SHRKRPT
005200               ORGANIZATION    IS LINE SEQUENTIAL
005300               FILE STATUS     IS WS-REPORT-STATUS.
005400           SELECT OPTIONAL JRNL-FILE ASSIGN TO STKJRNL
005500               ORGANIZATION    IS LINE SEQUENTIAL
005600               FILE STATUS     IS WS-JRNL-STATUS.
005700           SELECT OPTIONAL RCVY-FILE ASSIGN TO RCVYLOG
005800               ORGANIZATION    IS LINE SEQUENTIAL
005900               FILE STATUS     IS WS-RCVY-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300**----------------------------------------------------------*
006400*    COUNT-RECORD - ONE COUNT SHEET LINE. THE FEED IS IN    *
006500*    BRANCH THEN ITEMCODE ORDER; SEVERAL LINES FOR ONE ITEM *
006600*    (SHELF AND STOCKROOM SHEETS) ARE ADDED TOGETHER. THE   *
006700*    COUNTED QUANTITY CARRIES THREE IMPLIED DECIMALS        *
006800**----------------------------------------------------------*
006900 FD  COUNT-FILE.
007000 01  COUNT-RECORD.
007100           05  CNT-STOCK-KEY.
007110               10  CNT-BRANCH-ID       PIC X(5).
007200               10  CNT-ITEM-CODE       PIC X(13).
007300           05  CNT-COUNTED-QTY         PIC 9(9)V9(3).
007400           05  CNT-COUNT-DATE          PIC 9(8).
007500
007600 FD  STOCK-FILE.
007700           COPY StockRecord
007800               REPLACING ==StockRecord==
007900                   BY ==STOCK-RECORD==.
008000
008100 FD  ITEM-FILE.
008200           COPY ItemMaster
008300               REPLACING ==ItemMasterRecord==
008400                   BY ==ITEM-RECORD==.
008500
008600 FD  REPORT-FILE.
008700 01  REPORT-RECORD               PIC X(132).
008800
008900**----------------------------------------------------------*
009000*    JRNL-RECORD - ONE DATED ADJUSTMENT MOVEMENT PER        *
009100*    LEDGER CORRECTION, APPENDED TO THE SAME STKJRNL        *
009200*    JOURNAL FCSTKUPD WRITES                                *
009300**----------------------------------------------------------*
009400 FD  JRNL-FILE.
009500           COPY StockMovement
009600               REPLACING ==StockMovementRecord==
009700                   BY ==JRNL-RECORD==.
009800
009900**----------------------------------------------------------*
010000*    RCVY-RECORD - ONE DATED BEFORE/AFTER IMAGE PAIR PER    *
010100*    LEDGER WRITE OR REWRITE, APPENDED TO THE RCVYLOG       *
010200*    RECOVERY LOG FOR FCRECOVR TO ROLL FORWARD              *
010300**----------------------------------------------------------*
010400 FD  RCVY-FILE.
010500           COPY RecoveryLog
010600               REPLACING ==RecoveryLogRecord==
010700                   BY ==RCVY-RECORD==.
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-SWITCHES.
011100           05  WS-COUNT-EOF-SWITCH  PIC X(01)    VALUE "N".
011200               88  END-OF-COUNT-FILE         VALUE "Y".
011300           05  WS-STOCK-EOF-SWITCH  PIC X(01)    VALUE "N".
011400               88  END-OF-STOCK-FILE         VALUE "Y".
011500           05  WS-CAT-FOUND-SWITCH  PIC X(01)    VALUE "N".
011600               88  FOUND-CATEGORY            VALUE "Y".
011700           05  WS-SWAPPED-SWITCH    PIC X(01)    VALUE "N".
011800               88  MADE-A-SWAP               VALUE "Y".
011900           05  WS-VARIANCE-SWITCH   PIC X(01)    VALUE SPACE.
012000               88  COUNTED-SHORT             VALUE "M".
012100               88  COUNTED-OVER              VALUE "S".
012200               88  NEVER-COUNTED             VALUE "U".
012300
012400 01  WS-FILE-STATUSES.
012500           05  WS-COUNT-STATUS      PIC X(02)    VALUE "00".
012600           05  WS-STOCK-STATUS      PIC X(02)    VALUE "00".
012700           05  WS-ITEM-STATUS       PIC X(02)    VALUE "00".
012800           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
012900           05  WS-JRNL-STATUS       PIC X(02)    VALUE "00".
013000           05  WS-RCVY-STATUS       PIC X(02)    VALUE "00".
013100
013200 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
013300
013400 01  WS-RECOVERY-WORK.
013500           05  WS-TIME-WORK         PIC 9(8)     VALUE ZERO.
013600           05  WS-LOG-SEQUENCE      PIC 9(9)     VALUE ZERO.
013700           05  WS-LOG-ACTION        PIC X(01)    VALUE SPACE.
013800           05  WS-BEFORE-IMAGE      PIC X(3300)  VALUE SPACES.
013900           05  WS-AFTER-IMAGE       PIC X(3300)  VALUE SPACES.
014000
014100 01  WS-INDICES.
014200           05  WS-CAT-IX            PIC 9(3)     COMP
014300               VALUE ZERO.
014400           05  WS-DT-IX             PIC 9(4)     COMP
014500               VALUE ZERO.
014600           05  WS-SORT-IX           PIC 9(3)     COMP
014700               VALUE ZERO.
014800
014900 01  WS-COUNTERS.
015000           05  WS-LINE-COUNT        PIC 9(9)     COMP
015100               VALUE ZERO.
015200           05  WS-COUNTED-COUNT     PIC 9(9)     COMP
015300               VALUE ZERO.
015400           05  WS-AGREED-COUNT      PIC 9(9)     COMP
015500               VALUE ZERO.
015600           05  WS-ADJUST-COUNT      PIC 9(9)     COMP
015700               VALUE ZERO.
015800           05  WS-CREATE-COUNT      PIC 9(6)     COMP
015900               VALUE ZERO.
016000           05  WS-UNCOUNTED-COUNT   PIC 9(9)     COMP
016100               VALUE ZERO.
016110           05  WS-OTHER-BRANCH-CNT  PIC 9(9)     COMP
016120               VALUE ZERO.
016200           05  WS-NO-PRICE-COUNT    PIC 9(6)     COMP
016300               VALUE ZERO.
016400           05  WS-JRNL-COUNT        PIC 9(9)     COMP
016500               VALUE ZERO.
016600           05  WS-RCVY-COUNT        PIC 9(9)     COMP
016700               VALUE ZERO.
016800           05  WS-CATEGORY-COUNT    PIC 9(3)     COMP
016900               VALUE ZERO.
017000           05  WS-DETAIL-COUNT      PIC 9(4)     COMP
017100               VALUE ZERO.
017200           05  WS-CAT-OVERFLOW-CNT  PIC 9(6)     COMP
017300               VALUE ZERO.
017400           05  WS-DT-OVERFLOW-CNT   PIC 9(6)     COMP
017500               VALUE ZERO.
017600
017700**----------------------------------------------------------*
017800*    WS-MATCH-KEYS - THE LEDGER AND COUNT FEED ARE PASSED   *
017900*    TOGETHER IN BRANCH THEN ITEMCODE ORDER; EACH SIDE'S    *
018000*    KEY GOES TO HIGH-VALUES AT ITS END SO THE OTHER SIDE   *
018010*    DRAINS                                                 *
018100**----------------------------------------------------------*
018200 01  WS-MATCH-KEYS.
018300           05  WS-LEDGER-KEY.
018310               10  WS-LK-BRANCH-ID  PIC X(5)     VALUE LOW-VALUES.
018320               10  WS-LK-ITEM-CODE  PIC X(13)    VALUE LOW-VALUES.
018400           05  WS-COUNT-KEY.
018410               10  WS-CK-BRANCH-ID  PIC X(5)     VALUE LOW-VALUES.
018420               10  WS-CK-ITEM-CODE  PIC X(13)    VALUE LOW-VALUES.
018500           05  WS-PREV-COUNT-KEY    PIC X(18)    VALUE LOW-VALUES.
018600
018700**----------------------------------------------------------*
018800*    WS-CURRENT-COUNT - ONE ITEM'S COUNT, GATHERED FROM ALL *
018900*    ITS COUNT SHEET LINES. THE DATE OF THE FIRST LINE GOES *
019000*    ON THE JOURNAL. WS-LAST-BRANCH-ID IS THE BRANCH OF THE *
019010*    COUNT BEFORE IT, SO A LEDGER LINE BETWEEN THE TWO IS   *
019020*    KNOWN TO BELONG TO A BRANCH TAKING PART IN THE COUNT   *
019100**----------------------------------------------------------*
019200 01  WS-CURRENT-COUNT.
019300           05  WS-CC-BRANCH-ID      PIC X(5)     VALUE SPACES.
019310           05  WS-LAST-BRANCH-ID    PIC X(5)     VALUE SPACES.
019400           05  WS-CC-COUNT-DATE     PIC 9(8)     VALUE ZERO.
019500           05  WS-CC-COUNTED-QTY    PIC S9(9)V9(3) COMP-3
019600               VALUE ZERO.
019700
019800 01  WS-VARIANCE-WORK.
019900           05  WS-CURRENT-KEY.
019910               10  WS-CURRENT-BRANCH-ID
019920                                    PIC X(5)     VALUE SPACES.
019930               10  WS-CURRENT-ITEM-CODE
019940                                    PIC X(13)    VALUE SPACES.
020000           05  WS-LEDGER-QTY        PIC S9(9)V9(3) COMP-3
020100               VALUE ZERO.
020200           05  WS-VARIANCE-QTY      PIC S9(9)V9(3) COMP-3
020300               VALUE ZERO.
020400           05  WS-ITEM-PRICE        PIC S9(4)    COMP-3
020500               VALUE ZERO.
020600           05  WS-ITEM-CATEGORY     PIC X(50)    VALUE SPACES.
020700           05  WS-ITEM-VALUE        PIC S9(11)   COMP-3
020800               VALUE ZERO.
020900
021000**----------------------------------------------------------*
021100*    WS-LEDGER-RECORD - THE LEDGER RECORD AT THE HEAD OF    *
021200*    THE MATCH, HELD WHOLE WHILE A NEWLY COUNTED ITEM IS    *
021300*    WRITTEN THROUGH THE FD RECORD AREA                     *
021400**----------------------------------------------------------*
021500           COPY StockRecord
021600               REPLACING ==StockRecord==
021700                   BY ==WS-LEDGER-RECORD==.
021800
021900**----------------------------------------------------------*
022000*    WS-CATEGORY-TABLE - VARIANCE VALUE PER CATEGORY,       *
022100*    SORTED BY CATEGORY NAME FOR PRINTING                   *
022200**----------------------------------------------------------*
022300 01  WS-CATEGORY-TABLE.
022400           05  WS-CT-ENTRY          OCCURS 200 TIMES.
022500               10  WS-CT-CATEGORY       PIC X(50).
022600               10  WS-CT-MISSING-VALUE  PIC S9(11)   COMP-3.
022700               10  WS-CT-SURPLUS-VALUE  PIC S9(11)   COMP-3.
022800               10  WS-CT-UNCOUNTED-VALUE
022900                                        PIC S9(11)   COMP-3.
023000
023100 01  WS-SWAP-ENTRY.
023200           05  WS-SW-CATEGORY       PIC X(50).
023300           05  WS-SW-MISSING-VALUE  PIC S9(11)   COMP-3.
023400           05  WS-SW-SURPLUS-VALUE  PIC S9(11)   COMP-3.
023500           05  WS-SW-UNCOUNTED-VALUE
023600                                    PIC S9(11)   COMP-3.
023700
023800**----------------------------------------------------------*
023900*    WS-DETAIL-TABLE - ONE LINE PER ITEM COUNTED SHORT,     *
024000*    COUNTED OVER OR NEVER COUNTED, IN ITEMCODE ORDER.      *
024100*    AN ITEM WHOSE CATEGORY DID NOT FIT THE CATEGORY TABLE  *
024200*    IS PRINTED IN A SECTION OF ITS OWN                     *
024300**----------------------------------------------------------*
024400 01  WS-DETAIL-TABLE.
024500           05  WS-DT-ENTRY          OCCURS 5000 TIMES.
024510               10  WS-DT-BRANCH-ID      PIC X(5).
024600               10  WS-DT-ITEM-CODE      PIC X(13).
024700               10  WS-DT-CATEGORY       PIC X(50).
024800               10  WS-DT-STATUS         PIC X(01).
024900                   88  DT-COUNTED-SHORT     VALUE "M".
025000                   88  DT-COUNTED-OVER      VALUE "S".
025100                   88  DT-NEVER-COUNTED     VALUE "U".
025200               10  WS-DT-IN-TABLE       PIC X(01).
025300                   88  DT-CATEGORY-IN-TABLE VALUE "Y".
025400               10  WS-DT-LEDGER-QTY     PIC S9(9)V9(3) COMP-3.
025500               10  WS-DT-COUNTED-QTY    PIC S9(9)V9(3) COMP-3.
025600               10  WS-DT-VARIANCE-QTY   PIC S9(9)V9(3) COMP-3.
025700               10  WS-DT-VALUE          PIC S9(11)   COMP-3.
025800
025900 01  WS-COMPANY-TOTALS.
026000           05  WS-CO-MISSING-VALUE  PIC S9(13)   COMP-3
026100               VALUE ZERO.
026200           05  WS-CO-SURPLUS-VALUE  PIC S9(13)   COMP-3
026300               VALUE ZERO.
026400           05  WS-CO-UNCOUNTED-VALUE
026500                                    PIC S9(13)   COMP-3
026600               VALUE ZERO.
026700
026800**----------------------------------------------------------*
026900*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD WITH       *
027000*    WRITE ... FROM                                         *
027100**----------------------------------------------------------*
027200 01  WS-HEADING-LINE.
027300           05  FILLER               PIC X(45)
027400               VALUE "FCSTKTAK - STOCKTAKE SHRINKAGE REPORT".
027500           05  FILLER               PIC X(09)
027600               VALUE "RUN DATE=".
027700           05  WS-HDG-RUN-DATE      PIC 9(8).
027800
027900 01  WS-SECTION-LINE.
028000           05  WS-SL-TEXT           PIC X(60).
028100
028200 01  WS-CATEGORY-LINE.
028300           05  FILLER               PIC X(09)
028400               VALUE "CATEGORY ".
028500           05  WS-CG-CATEGORY       PIC X(50).
028600
028700 01  WS-DETAIL-LINE.
028800           05  FILLER               PIC X(04)    VALUE SPACES.
028810           05  FILLER               PIC X(07)    VALUE "BRANCH ".
028820           05  WS-DL-BRANCH-ID      PIC X(5).
028830           05  FILLER               PIC X(01)    VALUE SPACE.
028900           05  FILLER               PIC X(05)    VALUE "ITEM ".
029000           05  WS-DL-ITEM-CODE      PIC X(13).
029100           05  FILLER               PIC X(08)
029200               VALUE " LEDGER=".
029300           05  WS-DL-LEDGER         PIC -(8)9.9(3).
029400           05  FILLER               PIC X(09)
029500               VALUE " COUNTED=".
029600           05  WS-DL-COUNTED        PIC -(8)9.9(3).
029700           05  WS-DL-COUNTED-X      REDEFINES WS-DL-COUNTED
029800                                    PIC X(13).
029900           05  FILLER               PIC X(10)
030000               VALUE " VARIANCE=".
030100           05  WS-DL-VARIANCE       PIC -(8)9.9(3).
030200           05  FILLER               PIC X(07)
030300               VALUE " VALUE=".
030400           05  WS-DL-VALUE          PIC -(10)9.
030500           05  FILLER               PIC X(01)    VALUE SPACE.
030600           05  WS-DL-STATUS         PIC X(12).
030700
030800 01  WS-TOTAL-LINE.
030900           05  WS-TL-LABEL          PIC X(18).
031000           05  FILLER               PIC X(09)
031100               VALUE " MISSING=".
031200           05  WS-TL-MISSING        PIC -(12)9.
031300           05  FILLER               PIC X(09)
031400               VALUE " SURPLUS=".
031500           05  WS-TL-SURPLUS        PIC -(12)9.
031600           05  FILLER               PIC X(05)
031700               VALUE " NET=".
031800           05  WS-TL-NET            PIC -(12)9.
031900           05  FILLER               PIC X(13)
032000               VALUE " NOT COUNTED=".
032100           05  WS-TL-UNCOUNTED      PIC -(12)9.
032200
032300 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
032400
032500 PROCEDURE DIVISION.
032600
032700**----------------------------------------------------------*
032800*    0000-MAINLINE                                          *
032900**----------------------------------------------------------*
033000 0000-MAINLINE.
033100           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
033200           PERFORM 2000-MATCH-ITEM THRU 2000-MATCH-ITEM-EXIT
033300               UNTIL WS-LEDGER-KEY = HIGH-VALUES
033400                   AND WS-COUNT-KEY = HIGH-VALUES.
033500           PERFORM 6000-SORT-CATEGORIES
033600               THRU 6000-SORT-CATEGORIES-EXIT.
033700           PERFORM 7000-PRINT-REPORT THRU 7000-PRINT-REPORT-EXIT.
033800           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
033900           STOP RUN.
034000
034100**----------------------------------------------------------*
034200*    1000-INITIALISE - OPEN FILES, PRINT THE HEADING AND    *
034300*    PRIME BOTH SIDES OF THE LEDGER/COUNT MATCH             *
034400**----------------------------------------------------------*
034500 1000-INITIALISE.
034600           OPEN INPUT  COUNT-FILE.
034700           IF WS-COUNT-STATUS NOT = "00"
034800               DISPLAY "FCSTKTAK: COUNT-FILE OPEN FAILED, STATUS="
034900                   WS-COUNT-STATUS
035000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035100           END-IF.
035200           OPEN I-O    STOCK-FILE.
035300           IF WS-STOCK-STATUS NOT = "00"
035400               DISPLAY "FCSTKTAK: STOCK OPEN FAILED, STATUS="
035500                   WS-STOCK-STATUS
035600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035700           END-IF.
035800           OPEN INPUT  ITEM-FILE.
035900           IF WS-ITEM-STATUS NOT = "00"
036000               DISPLAY "FCSTKTAK: ITEMMSTR OPEN FAILED, STATUS="
036100                   WS-ITEM-STATUS
036200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036300           END-IF.
036400           OPEN OUTPUT REPORT-FILE.
036500           IF WS-REPORT-STATUS NOT = "00"
036600               DISPLAY "FCSTKTAK: REPORT OPEN FAILED, STATUS="
036700                   WS-REPORT-STATUS
036800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036900           END-IF.
037000           OPEN EXTEND JRNL-FILE.
037100           IF WS-JRNL-STATUS NOT = "00"
037200               AND WS-JRNL-STATUS NOT = "05"
037300               DISPLAY "FCSTKTAK: JOURNAL OPEN FAILED, STATUS="
037400                   WS-JRNL-STATUS
037500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
037600           END-IF.
037700           OPEN EXTEND RCVY-FILE.
037800           IF WS-RCVY-STATUS NOT = "00"
037900               AND WS-RCVY-STATUS NOT = "05"
038000               DISPLAY "FCSTKTAK: RCVY-FILE OPEN FAILED, STATUS="
038100                   WS-RCVY-STATUS
038200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038300           END-IF.
038400           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038500           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
038600           WRITE REPORT-RECORD FROM WS-HEADING-LINE.
038700           IF WS-REPORT-STATUS NOT = "00"
038800               DISPLAY "FCSTKTAK: REPORT WRITE ERROR, STATUS="
038900                   WS-REPORT-STATUS
039000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
039100           END-IF.
039200           MOVE LOW-VALUES TO StockKey OF STOCK-RECORD.
039300           START STOCK-FILE
039400               KEY IS NOT LESS THAN StockKey OF STOCK-RECORD
039500               INVALID KEY
039600                   SET END-OF-STOCK-FILE TO TRUE
039700           END-START.
039800           PERFORM 2910-READ-STOCK-FILE
039900               THRU 2910-READ-STOCK-FILE-EXIT.
040000           PERFORM 2900-READ-COUNT-FILE
040100               THRU 2900-READ-COUNT-FILE-EXIT.
040200           PERFORM 2100-GATHER-COUNT THRU 2100-GATHER-COUNT-EXIT.
040300 1000-INITIALISE-EXIT.
040400           EXIT.
040500
040600**----------------------------------------------------------*
040700*    2000-MATCH-ITEM - ONE STEP OF THE LEDGER/COUNT MATCH.  *
040800*    A LEDGER ITEM WITH NO COUNT WAS NEVER COUNTED; A       *
040900*    MATCHED ITEM IS ADJUSTED TO ITS COUNT; A COUNT WITH    *
041000*    NO LEDGER RECORD OPENS THE ITEM AT ITS COUNT           *
041100**----------------------------------------------------------*
041200 2000-MATCH-ITEM.
041300           EVALUATE TRUE
041400               WHEN WS-LEDGER-KEY < WS-COUNT-KEY
041500                   PERFORM 3300-NOTE-UNCOUNTED
041600                       THRU 3300-NOTE-UNCOUNTED-EXIT
041700                   PERFORM 2910-READ-STOCK-FILE
041800                       THRU 2910-READ-STOCK-FILE-EXIT
041900               WHEN WS-LEDGER-KEY = WS-COUNT-KEY
042000                   PERFORM 3000-ADJUST-STOCK
042100                       THRU 3000-ADJUST-STOCK-EXIT
042200                   PERFORM 2910-READ-STOCK-FILE
042300                       THRU 2910-READ-STOCK-FILE-EXIT
042400                   PERFORM 2100-GATHER-COUNT
042500                       THRU 2100-GATHER-COUNT-EXIT
042600               WHEN OTHER
042700                   PERFORM 3100-CREATE-STOCK
042800                       THRU 3100-CREATE-STOCK-EXIT
042900                   PERFORM 2100-GATHER-COUNT
043000                       THRU 2100-GATHER-COUNT-EXIT
043100           END-EVALUATE.
043200 2000-MATCH-ITEM-EXIT.
043300           EXIT.
043400
043500**----------------------------------------------------------*
043600*    2100-GATHER-COUNT - ADD UP EVERY COUNT SHEET LINE FOR  *
043700*    THE NEXT ITEM ON THE FEED                              *
043800**----------------------------------------------------------*
043900 2100-GATHER-COUNT.
044000           IF END-OF-COUNT-FILE
044100               MOVE HIGH-VALUES TO WS-COUNT-KEY
044200               GO TO 2100-GATHER-COUNT-EXIT
044300           END-IF.
044400           MOVE CNT-STOCK-KEY   TO WS-COUNT-KEY.
044410           MOVE WS-CC-BRANCH-ID TO WS-LAST-BRANCH-ID.
044500           MOVE CNT-BRANCH-ID   TO WS-CC-BRANCH-ID.
044600           MOVE CNT-COUNT-DATE  TO WS-CC-COUNT-DATE.
044700           MOVE ZERO            TO WS-CC-COUNTED-QTY.
044800           PERFORM 2110-ADD-COUNT-LINE
044900               THRU 2110-ADD-COUNT-LINE-EXIT
045000               UNTIL END-OF-COUNT-FILE
045100                   OR CNT-STOCK-KEY NOT = WS-COUNT-KEY.
045200 2100-GATHER-COUNT-EXIT.
045300           EXIT.
045400
045500**----------------------------------------------------------*
045600*    2110-ADD-COUNT-LINE                                    *
045700**----------------------------------------------------------*
045800 2110-ADD-COUNT-LINE.
045900           ADD CNT-COUNTED-QTY TO WS-CC-COUNTED-QTY.
046000           PERFORM 2900-READ-COUNT-FILE
046100               THRU 2900-READ-COUNT-FILE-EXIT.
046200 2110-ADD-COUNT-LINE-EXIT.
046300           EXIT.
046400
046500**----------------------------------------------------------*
046600*    2900-READ-COUNT-FILE - READ THE NEXT COUNT SHEET LINE  *
046700*    AND REFUSE A FEED THAT IS NOT IN BRANCH THEN ITEMCODE  *
046800*    ORDER, SINCE THE MATCH WOULD OTHERWISE REPORT COUNTED  *
046900*    ITEMS AS NEVER COUNTED                                 *
047000**----------------------------------------------------------*
047100 2900-READ-COUNT-FILE.
047200           READ COUNT-FILE
047300               AT END
047400                   SET END-OF-COUNT-FILE TO TRUE
047500                   GO TO 2900-READ-COUNT-FILE-EXIT
047600           END-READ.
047700           IF WS-COUNT-STATUS NOT = "00"
047800               DISPLAY "FCSTKTAK: COUNT-FILE READ ERROR, STATUS="
047900                   WS-COUNT-STATUS
048000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
048100           END-IF.
048200           IF CNT-STOCK-KEY < WS-PREV-COUNT-KEY
048300               DISPLAY "FCSTKTAK: COUNT FEED OUT OF ORDER"
048400                   " AT " CNT-BRANCH-ID " " CNT-ITEM-CODE
048500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
048600           END-IF.
048700           MOVE CNT-STOCK-KEY TO WS-PREV-COUNT-KEY.
048800           ADD 1 TO WS-LINE-COUNT.
048900 2900-READ-COUNT-FILE-EXIT.
049000           EXIT.
049100
049200**----------------------------------------------------------*
049300*    2910-READ-STOCK-FILE - READ THE NEXT LEDGER RECORD     *
049400*    AND HOLD IT AS THE HEAD OF THE LEDGER SIDE             *
049500**----------------------------------------------------------*
049600 2910-READ-STOCK-FILE.
049700           IF END-OF-STOCK-FILE
049800               MOVE HIGH-VALUES TO WS-LEDGER-KEY
049900               GO TO 2910-READ-STOCK-FILE-EXIT
050000           END-IF.
050100           READ STOCK-FILE NEXT RECORD
050200               AT END
050300                   SET END-OF-STOCK-FILE TO TRUE
050400                   MOVE HIGH-VALUES TO WS-LEDGER-KEY
050500                   GO TO 2910-READ-STOCK-FILE-EXIT
050600           END-READ.
050700           IF WS-STOCK-STATUS NOT = "00"
050800               DISPLAY "FCSTKTAK: STOCK READ ERROR, STATUS="
050900                   WS-STOCK-STATUS
051000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
051100           END-IF.
051200           MOVE STOCK-RECORD TO WS-LEDGER-RECORD.
051300           MOVE StockKey OF WS-LEDGER-RECORD TO WS-LEDGER-KEY.
051400 2910-READ-STOCK-FILE-EXIT.
051500           EXIT.
051600
051700**----------------------------------------------------------*
051800*    3000-ADJUST-STOCK - THE ITEM WAS COUNTED: WHERE THE    *
051900*    COUNT DISAGREES WITH ON-HAND, SET ON-HAND TO THE       *
052000*    COUNT AND JOURNAL THE DIFFERENCE                       *
052100**----------------------------------------------------------*
052200 3000-ADJUST-STOCK.
052300           ADD 1 TO WS-COUNTED-COUNT.
052400           MOVE WS-LEDGER-RECORD TO STOCK-RECORD.
052500           MOVE WS-COUNT-KEY TO WS-CURRENT-KEY.
052600           MOVE OnHandQuantity OF STOCK-RECORD TO WS-LEDGER-QTY.
052700           COMPUTE WS-VARIANCE-QTY =
052800               WS-CC-COUNTED-QTY - WS-LEDGER-QTY.
052900           IF WS-VARIANCE-QTY = ZERO
053000               ADD 1 TO WS-AGREED-COUNT
053100               GO TO 3000-ADJUST-STOCK-EXIT
053200           END-IF.
053300           MOVE STOCK-RECORD TO WS-BEFORE-IMAGE.
053400           MOVE WS-CC-COUNTED-QTY
053500               TO OnHandQuantity OF STOCK-RECORD.
053600           REWRITE STOCK-RECORD.
053700           IF WS-STOCK-STATUS NOT = "00"
053800               DISPLAY "FCSTKTAK: STOCK REWRITE ERROR, BRANCH "
053810                   WS-CURRENT-BRANCH-ID " ITEM "
053900                   WS-CURRENT-ITEM-CODE " STATUS=" WS-STOCK-STATUS
054000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
054100           END-IF.
054200           ADD 1 TO WS-ADJUST-COUNT.
054300           PERFORM 3200-WRITE-JOURNAL
054400               THRU 3200-WRITE-JOURNAL-EXIT.
054500           MOVE STOCK-RECORD TO WS-AFTER-IMAGE.
054600           MOVE "R" TO WS-LOG-ACTION.
054700           PERFORM 3400-WRITE-RECOVERY
054800               THRU 3400-WRITE-RECOVERY-EXIT.
054900           PERFORM 3500-RECORD-VARIANCE
055000               THRU 3500-RECORD-VARIANCE-EXIT.
055100 3000-ADJUST-STOCK-EXIT.
055200           EXIT.
055300
055400**----------------------------------------------------------*
055500*    3100-CREATE-STOCK - A COUNTED ITEM NOT YET ON THE      *
055600*    LEDGER: OPEN IT AT THE COUNT, JOURNAL THE WHOLE COUNT  *
055700*    AS THE ADJUSTMENT, AND LEAVE THE REORDER LEVEL FOR     *
055800*    BUYING TO SET                                          *
055900**----------------------------------------------------------*
056000 3100-CREATE-STOCK.
056100           ADD 1 TO WS-COUNTED-COUNT.
056200           MOVE WS-COUNT-KEY TO WS-CURRENT-KEY.
056300           MOVE ZERO TO WS-LEDGER-QTY.
056400           MOVE WS-CC-COUNTED-QTY TO WS-VARIANCE-QTY.
056500           IF WS-VARIANCE-QTY = ZERO
056600               ADD 1 TO WS-AGREED-COUNT
056700               GO TO 3100-CREATE-STOCK-EXIT
056800           END-IF.
056900           MOVE WS-CURRENT-KEY
057000               TO StockKey OF STOCK-RECORD.
057100           MOVE WS-CC-COUNTED-QTY
057200               TO OnHandQuantity OF STOCK-RECORD.
057300           MOVE ZERO TO ReorderLevel OF STOCK-RECORD.
057310           MOVE ZERO TO InTransitQuantity OF STOCK-RECORD.
057320           MOVE SPACE TO ReorderLevelSource OF STOCK-RECORD.
057400           MOVE SPACES TO WS-BEFORE-IMAGE.
057500           WRITE STOCK-RECORD
057600               INVALID KEY
057700                   DISPLAY "FCSTKTAK: STOCK WRITE REJECTED,"
057705                       " BRANCH "
057710                       WS-CURRENT-BRANCH-ID " ITEM "
057800                       WS-CURRENT-ITEM-CODE
057900               NOT INVALID KEY
058000                   ADD 1 TO WS-CREATE-COUNT
058100                   PERFORM 3200-WRITE-JOURNAL
058200                       THRU 3200-WRITE-JOURNAL-EXIT
058300                   MOVE STOCK-RECORD TO WS-AFTER-IMAGE
058400                   MOVE "W" TO WS-LOG-ACTION
058500                   PERFORM 3400-WRITE-RECOVERY
058600                       THRU 3400-WRITE-RECOVERY-EXIT
058700                   PERFORM 3500-RECORD-VARIANCE
058800                       THRU 3500-RECORD-VARIANCE-EXIT
058900           END-WRITE.
059000 3100-CREATE-STOCK-EXIT.
059100           EXIT.
059200
059300**----------------------------------------------------------*
059400*    3200-WRITE-JOURNAL - APPEND ONE ADJUSTMENT MOVEMENT,   *
059500*    DATED AT THE COUNT DATE, FOR THE CORRECTION JUST       *
059600*    APPLIED. THE QUANTITY IS THE SIGNED CHANGE TO ON-HAND  *
059700**----------------------------------------------------------*
059800 3200-WRITE-JOURNAL.
059900           MOVE WS-CC-COUNT-DATE
060000               TO MovementDate OF JRNL-RECORD.
060100           MOVE WS-CURRENT-ITEM-CODE
060200               TO ItemCode OF JRNL-RECORD.
060300           MOVE "A" TO MovementType OF JRNL-RECORD.
060400           MOVE WS-VARIANCE-QTY
060500               TO MovementQuantity OF JRNL-RECORD.
060600           MOVE WS-CURRENT-BRANCH-ID
060700               TO SourceBranchID OF JRNL-RECORD.
060800           WRITE JRNL-RECORD.
060900           IF WS-JRNL-STATUS NOT = "00"
061000               DISPLAY "FCSTKTAK: JOURNAL WRITE ERROR, STATUS="
061100                   WS-JRNL-STATUS
061200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
061300           END-IF.
061400           ADD 1 TO WS-JRNL-COUNT.
061500 3200-WRITE-JOURNAL-EXIT.
061600           EXIT.
061700
061800**----------------------------------------------------------*
061900*    3300-NOTE-UNCOUNTED - A LEDGER ITEM NO COUNT SHEET     *
062000*    MENTIONS: LEAVE THE LEDGER ALONE AND REPORT THE        *
062100*    ON-HAND STOCK LEFT UNVERIFIED. A LINE FOR A BRANCH     *
062110*    WITH NO COUNT ON THE FEED IS PASSED OVER - THAT        *
062120*    BRANCH WAS NOT STOCKTAKEN                              *
062200**----------------------------------------------------------*
062300 3300-NOTE-UNCOUNTED.
062310           IF BranchID OF WS-LEDGER-RECORD NOT = WS-CC-BRANCH-ID
062320               AND BranchID OF WS-LEDGER-RECORD
062330                   NOT = WS-LAST-BRANCH-ID
062340               ADD 1 TO WS-OTHER-BRANCH-CNT
062350               GO TO 3300-NOTE-UNCOUNTED-EXIT
062360           END-IF.
062400           ADD 1 TO WS-UNCOUNTED-COUNT.
062500           MOVE StockKey OF WS-LEDGER-RECORD
062600               TO WS-CURRENT-KEY.
062700           MOVE OnHandQuantity OF WS-LEDGER-RECORD
062800               TO WS-LEDGER-QTY.
062900           MOVE ZERO TO WS-VARIANCE-QTY.
063000           PERFORM 3500-RECORD-VARIANCE
063100               THRU 3500-RECORD-VARIANCE-EXIT.
063200 3300-NOTE-UNCOUNTED-EXIT.
063300           EXIT.
063400
063500**----------------------------------------------------------*
063600*    3400-WRITE-RECOVERY - APPEND ONE DATED BEFORE/AFTER    *
063700*    IMAGE PAIR FOR THE LEDGER CHANGE JUST APPLIED. THE     *
063800*    CALLER HAS SET WS-LOG-ACTION AND THE TWO IMAGES        *
063900**----------------------------------------------------------*
064000 3400-WRITE-RECOVERY.
064100           MOVE WS-RUN-DATE TO LogRunDate.
064200           ACCEPT WS-TIME-WORK FROM TIME.
064300           COMPUTE LogTime = WS-TIME-WORK / 100.
064400           ADD 1 TO WS-LOG-SEQUENCE.
064500           MOVE WS-LOG-SEQUENCE TO LogSequence.
064600           MOVE "FCSTKTAK" TO LogProgram.
064700           MOVE "STCKMSTR" TO LogFileName.
064800           MOVE WS-LOG-ACTION TO LogAction.
064900           MOVE WS-BEFORE-IMAGE TO BeforeImage.
065000           MOVE WS-AFTER-IMAGE TO AfterImage.
065100           WRITE RCVY-RECORD.
065200           IF WS-RCVY-STATUS NOT = "00"
065300               DISPLAY "FCSTKTAK: RCVY-FILE WRITE ERROR, STATUS="
065400                   WS-RCVY-STATUS
065500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
065600           END-IF.
065700           ADD 1 TO WS-RCVY-COUNT.
065800 3400-WRITE-RECOVERY-EXIT.
065900           EXIT.
066000
066100**----------------------------------------------------------*
066200*    3500-RECORD-VARIANCE - VALUE THE CURRENT ITEM'S        *
066300*    VARIANCE (OR, FOR AN ITEM NEVER COUNTED, ITS ON-HAND)  *
066400*    AT THE ITEMMSTR PRICE, ADD IT TO ITS CATEGORY AND THE  *
066500*    COMPANY TOTALS, AND KEEP ITS DETAIL LINE               *
066600**----------------------------------------------------------*
066700 3500-RECORD-VARIANCE.
066800           PERFORM 3600-LOOKUP-ITEM THRU 3600-LOOKUP-ITEM-EXIT.
066900           EVALUATE TRUE
067000               WHEN WS-CURRENT-KEY = WS-COUNT-KEY
067100                   AND WS-VARIANCE-QTY < ZERO
067200                   SET COUNTED-SHORT TO TRUE
067300                   COMPUTE WS-ITEM-VALUE ROUNDED =
067400                       WS-ITEM-PRICE * WS-VARIANCE-QTY
067500               WHEN WS-CURRENT-KEY = WS-COUNT-KEY
067600                   SET COUNTED-OVER TO TRUE
067700                   COMPUTE WS-ITEM-VALUE ROUNDED =
067800                       WS-ITEM-PRICE * WS-VARIANCE-QTY
067900               WHEN OTHER
068000                   SET NEVER-COUNTED TO TRUE
068100                   COMPUTE WS-ITEM-VALUE ROUNDED =
068200                       WS-ITEM-PRICE * WS-LEDGER-QTY
068300           END-EVALUATE.
068400           EVALUATE TRUE
068500               WHEN COUNTED-SHORT
068600                   ADD WS-ITEM-VALUE TO WS-CO-MISSING-VALUE
068700               WHEN COUNTED-OVER
068800                   ADD WS-ITEM-VALUE TO WS-CO-SURPLUS-VALUE
068900               WHEN NEVER-COUNTED
069000                   ADD WS-ITEM-VALUE TO WS-CO-UNCOUNTED-VALUE
069100           END-EVALUATE.
069200           PERFORM 3700-FIND-OR-ADD-CATEGORY
069300               THRU 3700-FIND-OR-ADD-CATEGORY-EXIT.
069400           IF WS-DETAIL-COUNT >= 5000
069500               ADD 1 TO WS-DT-OVERFLOW-CNT
069600               GO TO 3500-RECORD-VARIANCE-EXIT
069700           END-IF.
069800           ADD 1 TO WS-DETAIL-COUNT.
069810           MOVE WS-CURRENT-BRANCH-ID
069820               TO WS-DT-BRANCH-ID (WS-DETAIL-COUNT).
069900           MOVE WS-CURRENT-ITEM-CODE
070000               TO WS-DT-ITEM-CODE (WS-DETAIL-COUNT).
070100           MOVE WS-ITEM-CATEGORY
070200               TO WS-DT-CATEGORY (WS-DETAIL-COUNT).
070300           MOVE WS-VARIANCE-SWITCH
070400               TO WS-DT-STATUS (WS-DETAIL-COUNT).
070500           MOVE WS-CAT-FOUND-SWITCH
070600               TO WS-DT-IN-TABLE (WS-DETAIL-COUNT).
070700           MOVE WS-LEDGER-QTY
070800               TO WS-DT-LEDGER-QTY (WS-DETAIL-COUNT).
070900           MOVE WS-CC-COUNTED-QTY
071000               TO WS-DT-COUNTED-QTY (WS-DETAIL-COUNT).
071100           MOVE WS-VARIANCE-QTY
071200               TO WS-DT-VARIANCE-QTY (WS-DETAIL-COUNT).
071300           MOVE WS-ITEM-VALUE
071400               TO WS-DT-VALUE (WS-DETAIL-COUNT).
071500 3500-RECORD-VARIANCE-EXIT.
071600           EXIT.
071700
071800**----------------------------------------------------------*
071900*    3600-LOOKUP-ITEM - PRICE AND CATEGORY FROM THE ITEM    *
072000*    MASTER. AN ITEM NOT ON THE MASTER IS VALUED AT ZERO    *
072100*    AND REPORTED UNDER ITS OWN CATEGORY HEADING            *
072200**----------------------------------------------------------*
072300 3600-LOOKUP-ITEM.
072400           MOVE WS-CURRENT-ITEM-CODE TO ItemCode OF ITEM-RECORD.
072500           READ ITEM-FILE
072600               INVALID KEY
072700                   ADD 1 TO WS-NO-PRICE-COUNT
072800                   MOVE ZERO TO WS-ITEM-PRICE
072900                   MOVE "*** NOT ON ITEM MASTER ***"
073000                       TO WS-ITEM-CATEGORY
073100               NOT INVALID KEY
073200                   MOVE Price OF ITEM-RECORD TO WS-ITEM-PRICE
073300                   MOVE Category OF ITEM-RECORD
073400                       TO WS-ITEM-CATEGORY
073500           END-READ.
073600 3600-LOOKUP-ITEM-EXIT.
073700           EXIT.
073800
073900**----------------------------------------------------------*
074000*    3700-FIND-OR-ADD-CATEGORY - FIND THE CURRENT ITEM'S    *
074100*    CATEGORY, ADDING IT WHEN NEW, AND ADD THE ITEM'S VALUE *
074200*    TO IT. A FULL TABLE LEAVES FOUND-CATEGORY OFF SO THE   *
074300*    ITEM PRINTS IN THE OVERFLOW SECTION                    *
074400**----------------------------------------------------------*
074500 3700-FIND-OR-ADD-CATEGORY.
074600           SET WS-CAT-FOUND-SWITCH TO "N".
074700           PERFORM 3710-SEARCH-CATEGORY
074800               THRU 3710-SEARCH-CATEGORY-EXIT
074900               VARYING WS-CAT-IX FROM 1 BY 1
075000               UNTIL WS-CAT-IX > WS-CATEGORY-COUNT
075100                   OR FOUND-CATEGORY.
075200           IF FOUND-CATEGORY
075300               SUBTRACT 1 FROM WS-CAT-IX
075400           ELSE
075500               IF WS-CATEGORY-COUNT >= 200
075600                   ADD 1 TO WS-CAT-OVERFLOW-CNT
075700                   GO TO 3700-FIND-OR-ADD-CATEGORY-EXIT
075800               END-IF
075900               ADD 1 TO WS-CATEGORY-COUNT
076000               MOVE WS-CATEGORY-COUNT TO WS-CAT-IX
076100               MOVE WS-ITEM-CATEGORY TO WS-CT-CATEGORY (WS-CAT-IX)
076200               MOVE ZERO TO WS-CT-MISSING-VALUE (WS-CAT-IX)
076300               MOVE ZERO TO WS-CT-SURPLUS-VALUE (WS-CAT-IX)
076400               MOVE ZERO TO WS-CT-UNCOUNTED-VALUE (WS-CAT-IX)
076500               SET FOUND-CATEGORY TO TRUE
076600           END-IF.
076700           EVALUATE TRUE
076800               WHEN COUNTED-SHORT
076900                   ADD WS-ITEM-VALUE
077000                       TO WS-CT-MISSING-VALUE (WS-CAT-IX)
077100               WHEN COUNTED-OVER
077200                   ADD WS-ITEM-VALUE
077300                       TO WS-CT-SURPLUS-VALUE (WS-CAT-IX)
077400               WHEN NEVER-COUNTED
077500                   ADD WS-ITEM-VALUE
077600                       TO WS-CT-UNCOUNTED-VALUE (WS-CAT-IX)
077700           END-EVALUATE.
077800 3700-FIND-OR-ADD-CATEGORY-EXIT.
077900           EXIT.
078000
078100**----------------------------------------------------------*
078200*    3710-SEARCH-CATEGORY                                   *
078300**----------------------------------------------------------*
078400 3710-SEARCH-CATEGORY.
078500           IF WS-CT-CATEGORY (WS-CAT-IX) = WS-ITEM-CATEGORY
078600               SET FOUND-CATEGORY TO TRUE
078700           END-IF.
078800 3710-SEARCH-CATEGORY-EXIT.
078900           EXIT.
079000
079100**----------------------------------------------------------*
079200*    6000-SORT-CATEGORIES - ORDER THE CATEGORY TABLE BY     *
079300*    NAME WITH REPEATED ADJACENT SWAPS                      *
079400**----------------------------------------------------------*
079500 6000-SORT-CATEGORIES.
079600           IF WS-CATEGORY-COUNT < 2
079700               GO TO 6000-SORT-CATEGORIES-EXIT
079800           END-IF.
079900           SET WS-SWAPPED-SWITCH TO "Y".
080000           PERFORM 6100-SORT-PASS THRU 6100-SORT-PASS-EXIT
080100               UNTIL NOT MADE-A-SWAP.
080200 6000-SORT-CATEGORIES-EXIT.
080300           EXIT.
080400
080500**----------------------------------------------------------*
080600*    6100-SORT-PASS                                         *
080700**----------------------------------------------------------*
080800 6100-SORT-PASS.
080900           SET WS-SWAPPED-SWITCH TO "N".
081000           PERFORM 6110-COMPARE-AND-SWAP
081100               THRU 6110-COMPARE-AND-SWAP-EXIT
081200               VARYING WS-SORT-IX FROM 1 BY 1
081300               UNTIL WS-SORT-IX >= WS-CATEGORY-COUNT.
081400 6100-SORT-PASS-EXIT.
081500           EXIT.
081600
081700**----------------------------------------------------------*
081800*    6110-COMPARE-AND-SWAP                                  *
081900**----------------------------------------------------------*
082000 6110-COMPARE-AND-SWAP.
082100           IF WS-CT-CATEGORY (WS-SORT-IX)
082200               > WS-CT-CATEGORY (WS-SORT-IX + 1)
082300               MOVE WS-CT-ENTRY (WS-SORT-IX) TO WS-SWAP-ENTRY
082400               MOVE WS-CT-ENTRY (WS-SORT-IX + 1)
082500                   TO WS-CT-ENTRY (WS-SORT-IX)
082600               MOVE WS-SWAP-ENTRY
082700                   TO WS-CT-ENTRY (WS-SORT-IX + 1)
082800               SET WS-SWAPPED-SWITCH TO "Y"
082900           END-IF.
083000 6110-COMPARE-AND-SWAP-EXIT.
083100           EXIT.
083200
083300**----------------------------------------------------------*
083400*    7000-PRINT-REPORT - EACH CATEGORY'S ITEMS AND TOTALS,  *
083500*    ANY ITEMS WHOSE CATEGORY OVERFLOWED THE TABLE, AND     *
083600*    THE COMPANY TOTAL                                      *
083700**----------------------------------------------------------*
083800 7000-PRINT-REPORT.
083900           PERFORM 7100-PRINT-CATEGORY
084000               THRU 7100-PRINT-CATEGORY-EXIT
084100               VARYING WS-CAT-IX FROM 1 BY 1
084200               UNTIL WS-CAT-IX > WS-CATEGORY-COUNT.
084300           IF WS-CAT-OVERFLOW-CNT > ZERO
084400               MOVE "ITEMS IN CATEGORIES BEYOND THE TABLE"
084500                   TO WS-SL-TEXT
084600               PERFORM 7900-WRITE-SECTION
084700                   THRU 7900-WRITE-SECTION-EXIT
084800               PERFORM 7200-PRINT-OVERFLOW-ITEM
084900                   THRU 7200-PRINT-OVERFLOW-ITEM-EXIT
085000                   VARYING WS-DT-IX FROM 1 BY 1
085100                   UNTIL WS-DT-IX > WS-DETAIL-COUNT
085200           END-IF.
085300           MOVE "COMPANY TOTAL" TO WS-SL-TEXT.
085400           PERFORM 7900-WRITE-SECTION
085500               THRU 7900-WRITE-SECTION-EXIT.
085600           MOVE "ALL CATEGORIES" TO WS-TL-LABEL.
085700           MOVE WS-CO-MISSING-VALUE   TO WS-TL-MISSING.
085800           MOVE WS-CO-SURPLUS-VALUE   TO WS-TL-SURPLUS.
085900           COMPUTE WS-TL-NET =
086000               WS-CO-MISSING-VALUE + WS-CO-SURPLUS-VALUE.
086100           MOVE WS-CO-UNCOUNTED-VALUE TO WS-TL-UNCOUNTED.
086200           PERFORM 7800-WRITE-TOTAL THRU 7800-WRITE-TOTAL-EXIT.
086300 7000-PRINT-REPORT-EXIT.
086400           EXIT.
086500
086600**----------------------------------------------------------*
086700*    7100-PRINT-CATEGORY - ONE CATEGORY HEADING, ITS ITEM   *
086800*    LINES IN ITEMCODE ORDER, AND ITS TOTAL LINE            *
086900**----------------------------------------------------------*
087000 7100-PRINT-CATEGORY.
087100           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
087200           IF WS-REPORT-STATUS NOT = "00"
087300               DISPLAY "FCSTKTAK: REPORT WRITE ERROR, STATUS="
087400                   WS-REPORT-STATUS
087500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
087600           END-IF.
087700           MOVE WS-CT-CATEGORY (WS-CAT-IX) TO WS-CG-CATEGORY.
087800           WRITE REPORT-RECORD FROM WS-CATEGORY-LINE.
087900           IF WS-REPORT-STATUS NOT = "00"
088000               DISPLAY "FCSTKTAK: REPORT WRITE ERROR, STATUS="
088100                   WS-REPORT-STATUS
088200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
088300           END-IF.
088400           PERFORM 7110-PRINT-CATEGORY-ITEM
088500               THRU 7110-PRINT-CATEGORY-ITEM-EXIT
088600               VARYING WS-DT-IX FROM 1 BY 1
088700               UNTIL WS-DT-IX > WS-DETAIL-COUNT.
088800           MOVE "CATEGORY TOTAL" TO WS-TL-LABEL.
088900           MOVE WS-CT-MISSING-VALUE (WS-CAT-IX) TO WS-TL-MISSING.
089000           MOVE WS-CT-SURPLUS-VALUE (WS-CAT-IX) TO WS-TL-SURPLUS.
089100           COMPUTE WS-TL-NET =
089200               WS-CT-MISSING-VALUE (WS-CAT-IX)
089300               + WS-CT-SURPLUS-VALUE (WS-CAT-IX).
089400           MOVE WS-CT-UNCOUNTED-VALUE (WS-CAT-IX)
089500               TO WS-TL-UNCOUNTED.
089600           PERFORM 7800-WRITE-TOTAL THRU 7800-WRITE-TOTAL-EXIT.
089700 7100-PRINT-CATEGORY-EXIT.
089800           EXIT.
089900
090000**----------------------------------------------------------*
090100*    7110-PRINT-CATEGORY-ITEM                               *
090200**----------------------------------------------------------*
090300 7110-PRINT-CATEGORY-ITEM.
090400           IF NOT DT-CATEGORY-IN-TABLE (WS-DT-IX)
090500               OR WS-DT-CATEGORY (WS-DT-IX)
090600                   NOT = WS-CT-CATEGORY (WS-CAT-IX)
090700               GO TO 7110-PRINT-CATEGORY-ITEM-EXIT
090800           END-IF.
090900           PERFORM 7700-WRITE-DETAIL THRU 7700-WRITE-DETAIL-EXIT.
091000 7110-PRINT-CATEGORY-ITEM-EXIT.
091100           EXIT.
091200
091300**----------------------------------------------------------*
091400*    7200-PRINT-OVERFLOW-ITEM                               *
091500**----------------------------------------------------------*
091600 7200-PRINT-OVERFLOW-ITEM.
091700           IF DT-CATEGORY-IN-TABLE (WS-DT-IX)
091800               GO TO 7200-PRINT-OVERFLOW-ITEM-EXIT
091900           END-IF.
092000           PERFORM 7700-WRITE-DETAIL THRU 7700-WRITE-DETAIL-EXIT.
092100 7200-PRINT-OVERFLOW-ITEM-EXIT.
092200           EXIT.
092300
092400**----------------------------------------------------------*
092500*    7700-WRITE-DETAIL - ONE ITEM LINE. AN ITEM NEVER       *
092600*    COUNTED SHOWS NO COUNT, AND ITS VALUE IS THE ON-HAND   *
092700*    STOCK LEFT UNVERIFIED                                  *
092800**----------------------------------------------------------*
092900 7700-WRITE-DETAIL.
092910           MOVE WS-DT-BRANCH-ID (WS-DT-IX)    TO WS-DL-BRANCH-ID.
093000           MOVE WS-DT-ITEM-CODE (WS-DT-IX)    TO WS-DL-ITEM-CODE.
093100           MOVE WS-DT-LEDGER-QTY (WS-DT-IX)   TO WS-DL-LEDGER.
093200           MOVE WS-DT-VARIANCE-QTY (WS-DT-IX) TO WS-DL-VARIANCE.
093300           MOVE WS-DT-VALUE (WS-DT-IX)        TO WS-DL-VALUE.
093400           EVALUATE TRUE
093500               WHEN DT-COUNTED-SHORT (WS-DT-IX)
093600                   MOVE WS-DT-COUNTED-QTY (WS-DT-IX)
093700                       TO WS-DL-COUNTED
093800                   MOVE "MISSING" TO WS-DL-STATUS
093900               WHEN DT-COUNTED-OVER (WS-DT-IX)
094000                   MOVE WS-DT-COUNTED-QTY (WS-DT-IX)
094100                       TO WS-DL-COUNTED
094200                   MOVE "SURPLUS" TO WS-DL-STATUS
094300               WHEN OTHER
094400                   MOVE SPACES TO WS-DL-COUNTED-X
094500                   MOVE "NOT COUNTED" TO WS-DL-STATUS
094600           END-EVALUATE.
094700           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
094800           IF WS-REPORT-STATUS NOT = "00"
094900               DISPLAY "FCSTKTAK: REPORT WRITE ERROR, STATUS="
095000                   WS-REPORT-STATUS
095100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
095200           END-IF.
095300 7700-WRITE-DETAIL-EXIT.
095400           EXIT.
095500
095600**----------------------------------------------------------*
095700*    7800-WRITE-TOTAL                                       *
095800**----------------------------------------------------------*
095900 7800-WRITE-TOTAL.
096000           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
096100           IF WS-REPORT-STATUS NOT = "00"
096200               DISPLAY "FCSTKTAK: REPORT WRITE ERROR, STATUS="
096300                   WS-REPORT-STATUS
096400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
096500           END-IF.
096600 7800-WRITE-TOTAL-EXIT.
096700           EXIT.
096800
096900**----------------------------------------------------------*
097000*    7900-WRITE-SECTION - A SPACER AND A SECTION HEADING    *
097100**----------------------------------------------------------*
097200 7900-WRITE-SECTION.
097300           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
097400           IF WS-REPORT-STATUS NOT = "00"
097500               DISPLAY "FCSTKTAK: REPORT WRITE ERROR, STATUS="
097600                   WS-REPORT-STATUS
097700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
097800           END-IF.
097900           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
098000           IF WS-REPORT-STATUS NOT = "00"
098100               DISPLAY "FCSTKTAK: REPORT WRITE ERROR, STATUS="
098200                   WS-REPORT-STATUS
098300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
098400           END-IF.
098500 7900-WRITE-SECTION-EXIT.
098600           EXIT.
098700
098800**----------------------------------------------------------*
098900*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
099000*    RUN'S CONTROL TOTALS                                   *
099100**----------------------------------------------------------*
099200 8000-TERMINATE.
099300           CLOSE COUNT-FILE.
099400           CLOSE STOCK-FILE.
099500           CLOSE ITEM-FILE.
099600           CLOSE REPORT-FILE.
099700           CLOSE JRNL-FILE.
099800           CLOSE RCVY-FILE.
099900           DISPLAY "FCSTKTAK: " WS-LINE-COUNT
100000               " COUNT LINE(S) READ, " WS-COUNTED-COUNT
100100               " ITEM(S) COUNTED, " WS-AGREED-COUNT
100200               " AGREED WITH THE LEDGER".
100300           DISPLAY "FCSTKTAK: " WS-ADJUST-COUNT
100400               " ITEM(S) ADJUSTED, " WS-CREATE-COUNT
100500               " ITEM(S) CREATED, " WS-UNCOUNTED-COUNT
100600               " LEDGER ITEM(S) NOT COUNTED".
100610           IF WS-OTHER-BRANCH-CNT > ZERO
100620               DISPLAY "FCSTKTAK: " WS-OTHER-BRANCH-CNT
100630                   " LEDGER LINE(S) OF BRANCHES NOT ON THE"
100640                   " COUNT FEED PASSED OVER"
100650           END-IF.
100700           DISPLAY "FCSTKTAK: " WS-JRNL-COUNT
100800               " MOVEMENT(S) JOURNALLED, " WS-RCVY-COUNT
100900               " RECOVERY IMAGE(S) JOURNALLED".
101000           IF WS-NO-PRICE-COUNT > ZERO
101100               DISPLAY "FCSTKTAK: " WS-NO-PRICE-COUNT
101200                   " ITEM(S) NOT ON ITEMMSTR, VALUED AT ZERO"
101300           END-IF.
101400           IF WS-CAT-OVERFLOW-CNT > ZERO
101500               DISPLAY "FCSTKTAK: " WS-CAT-OVERFLOW-CNT
101600                   " ITEM(S) IN CATEGORIES BEYOND THE TABLE,"
101700                   " LEFT OUT OF CATEGORY TOTALS"
101800           END-IF.
101900           IF WS-DT-OVERFLOW-CNT > ZERO
102000               DISPLAY "FCSTKTAK: " WS-DT-OVERFLOW-CNT
102100                   " ITEM LINE(S) BEYOND THE DETAIL TABLE NOT"
102200                   " PRINTED, STILL IN THE TOTALS"
102300           END-IF.
102400 8000-TERMINATE-EXIT.
102500           EXIT.
102600
102700**----------------------------------------------------------*
102800*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
102900*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
103000**----------------------------------------------------------*
103100 9999-ABEND.
103200           MOVE 16 TO RETURN-CODE.
103300           STOP RUN.
103400 9999-ABEND-EXIT.
103500           EXIT.
