000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCBSKAFF.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - BASKET AFFINITY
000800*                          ANALYSIS FOR BUYING AND MERCHANDISING.
000900*                          TREATS EVERY SALE INVOICE AS ONE BASKET
001000*                          AND COUNTS HOW MANY BASKETS HOLD EACH
001100*                          CATEGORY AND ITEMCODE AND EACH PAIR OF
001200*                          CATEGORIES AND OF ITEMCODES, BY BRANCH
001300*                          AND COMPANY-WIDE. THE AFFPARM CONTROL
001400*                          CARD PICKS THE SOURCE - THE PURCHIN
001500*                          FEED OR THE PURCHHST ARCHIVE - WITH AN
001600*                          OPTIONAL RUN DATE RANGE, THE NUMBER OF
001700*                          PAIRS TO SHOW AND THE FEWEST BASKETS A
001800*                          PAIR MUST APPEAR IN. THE STRONGEST
001900*                          PAIRS ARE PRINTED WITH SUPPORT
002000*                          (PERCENTAGE OF BASKETS HOLDING THE
002100*                          PAIR) AND LIFT (HOW MUCH MORE OFTEN THE
002200*                          PAIR OCCURS TOGETHER THAN IF BOUGHT
002300*                          INDEPENDENTLY). RETURNS ARE NOT BASKETS
002400*                          AND ARE PASSED OVER.
002500*      ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400           SELECT PARM-FILE    ASSIGN TO AFFPARM
003500               ORGANIZATION    IS LINE SEQUENTIAL
003600               FILE STATUS     IS WS-PARM-STATUS.
003700           SELECT PURCH-FILE   ASSIGN TO PURCHIN
003800               ORGANIZATION    IS LINE SEQUENTIAL
003900               FILE STATUS     IS WS-PURCH-STATUS.
004000           SELECT HIST-FILE    ASSIGN TO PURCHHST
004100               ORGANIZATION    IS INDEXED
004200               ACCESS MODE     IS DYNAMIC
004300               RECORD KEY      IS HistoryKey
004400               FILE STATUS     IS WS-HIST-STATUS.
004500           SELECT REPORT-FILE  ASSIGN TO AFFRPT
004600               ORGANIZATION    IS LINE SEQUENTIAL
004700               FILE STATUS     IS WS-REPORT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100**----------------------------------------------------------*
005200*    PARM-RECORD - THE ANALYSIS CONTROL CARD. SOURCE P (OR  *
005300*    BLANK) READS THE PURCHIN FEED, H THE PURCHHST ARCHIVE. *
005400*    A ZERO FROM DATE MEANS FROM THE START AND A ZERO TO    *
005500*    DATE TO THE END; A ZERO PAIR COUNT GIVES 10 AND A ZERO *
005600*    MINIMUM GIVES 2 BASKETS                                *
005700**----------------------------------------------------------*
005800 FD  PARM-FILE.
005900 01  PARM-RECORD.
006000           05  PARM-SOURCE             PIC X(01).
006100               88  PARM-FROM-FEED          VALUE "P" SPACE.
006200               88  PARM-FROM-HISTORY       VALUE "H".
006300           05  PARM-FROM-DATE          PIC 9(8).
006400           05  PARM-TO-DATE            PIC 9(8).
006500           05  PARM-TOP-PAIRS          PIC 9(2).
006600           05  PARM-MIN-BASKETS        PIC 9(3).
006700
006800 FD  PURCH-FILE
006900           RECORD CONTAINS 0 TO 873262 CHARACTERS
007000           RECORDING MODE IS V.
007100           COPY PurchaseData
007200               REPLACING ==PurchaseData== BY ==PURCH-RECORD==.
007300
007400 FD  HIST-FILE.
007500           COPY PurchaseHistory
007600               REPLACING ==PurchaseHistoryRecord==
007700                   BY ==HIST-RECORD==.
007800
007900 FD  REPORT-FILE.
008000 01  REPORT-RECORD               PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
008500               88  END-OF-INPUT              VALUE "Y".
008600           05  WS-SC-FOUND-SWITCH   PIC X(01)    VALUE "N".
008700               88  FOUND-SCOPE               VALUE "Y".
008800           05  WS-OC-FOUND-SWITCH   PIC X(01)    VALUE "N".
008900               88  FOUND-OCCURRENCE          VALUE "Y".
009000           05  WS-PR-FOUND-SWITCH   PIC X(01)    VALUE "N".
009100               88  FOUND-PAIR                VALUE "Y".
009200           05  WS-BK-FOUND-SWITCH   PIC X(01)    VALUE "N".
009300               88  FOUND-IN-BASKET           VALUE "Y".
009400           05  WS-PAIRS-DONE-SWITCH PIC X(01)    VALUE "N".
009500               88  NO-MORE-PAIRS             VALUE "Y".
009600
009700 01  WS-FILE-STATUSES.
009800           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
009900           05  WS-PURCH-STATUS      PIC X(02)    VALUE "00".
010000           05  WS-HIST-STATUS       PIC X(02)    VALUE "00".
010100           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
010200
010300 01  WS-INDICES.
010400           05  WS-SALE-IDX          PIC 99       COMP    VALUE 1.
010500           05  WS-INVOICE-IDX       PIC 99       COMP
010600               VALUE ZERO.
010700           05  WS-ITEM-IDX          PIC 99       COMP
010800               VALUE ZERO.
010900           05  WS-SC-IX             PIC 99       COMP
011000               VALUE ZERO.
011100           05  WS-BRANCH-SC-IX      PIC 99       COMP
011200               VALUE ZERO.
011300           05  WS-OC-IX             PIC 9(4)     COMP
011400               VALUE ZERO.
011500           05  WS-PR-IX             PIC 9(5)     COMP
011600               VALUE ZERO.
011700           05  WS-BEST-IX           PIC 9(5)     COMP
011800               VALUE ZERO.
011900           05  WS-BK-IX             PIC 99       COMP
012000               VALUE ZERO.
012100           05  WS-A-IX              PIC 99       COMP
012200               VALUE ZERO.
012300           05  WS-B-IX              PIC 99       COMP
012400               VALUE ZERO.
012500           05  WS-B-FROM            PIC 99       COMP
012600               VALUE ZERO.
012700           05  WS-RANK              PIC 99       COMP
012800               VALUE ZERO.
012900
013000 01  WS-COUNTERS.
013100           05  WS-MESSAGE-COUNT     PIC 9(9)     COMP
013200               VALUE ZERO.
013300           05  WS-INVOICE-COUNT     PIC 9(9)     COMP
013400               VALUE ZERO.
013500           05  WS-BASKET-COUNT      PIC 9(9)     COMP
013600               VALUE ZERO.
013700           05  WS-RETURN-COUNT      PIC 9(9)     COMP
013800               VALUE ZERO.
013900           05  WS-OUT-OF-RANGE-CNT  PIC 9(9)     COMP
014000               VALUE ZERO.
014100           05  WS-SC-OVERFLOW-CNT   PIC 9(6)     COMP
014200               VALUE ZERO.
014300           05  WS-OC-OVERFLOW-CNT   PIC 9(6)     COMP
014400               VALUE ZERO.
014500           05  WS-PR-OVERFLOW-CNT   PIC 9(6)     COMP
014600               VALUE ZERO.
014700
014800**----------------------------------------------------------*
014900*    WS-RUN-PARMS - THE CONTROL CARD AFTER DEFAULTING       *
015000**----------------------------------------------------------*
015100 01  WS-RUN-PARMS.
015200           05  WS-SOURCE            PIC X(01)    VALUE "P".
015300               88  SOURCE-IS-FEED            VALUE "P".
015400               88  SOURCE-IS-HISTORY         VALUE "H".
015500           05  WS-FROM-DATE         PIC 9(8)     VALUE ZERO.
015600           05  WS-TO-DATE           PIC 9(8)     VALUE ZERO.
015700           05  WS-TOP-PAIRS         PIC 9(2)     VALUE ZERO.
015800           05  WS-MIN-BASKETS       PIC 9(3)     VALUE ZERO.
015900
016000**----------------------------------------------------------*
016100*    WS-BASKET - THE DISTINCT ITEMCODES AND CATEGORIES OF   *
016200*    THE INVOICE IN HAND, WHICHEVER SOURCE IT CAME FROM.    *
016300*    AN ITEM BOUGHT ON TWO LINES STILL COUNTS ONCE          *
016400**----------------------------------------------------------*
016500 01  WS-BASKET.
016600           05  WS-BK-BRANCH         PIC X(05).
016700           05  WS-BK-ITEM-COUNT     PIC 99       COMP.
016800           05  WS-BK-ITEM           OCCURS 50 TIMES.
016900               10  WS-BK-ITEM-CODE      PIC X(13).
017000               10  WS-BK-ITEM-DESC      PIC X(20).
017100           05  WS-BK-CAT-COUNT      PIC 99       COMP.
017200           05  WS-BK-CATEGORY       PIC X(50)
017300               OCCURS 50 TIMES.
017400
017500 01  WS-CURRENT-LINE.
017600           05  WS-LINE-CODE         PIC X(13).
017700           05  WS-LINE-DESC         PIC X(20).
017800           05  WS-LINE-CATEGORY     PIC X(50).
017900
018000**----------------------------------------------------------*
018100*    WS-SCOPE-TABLE - SALE BASKETS PER SCOPE. ENTRY 1 IS    *
018200*    THE COMPANY (BRANCH SPACES), THE REST ONE PER BRANCH   *
018300**----------------------------------------------------------*
018400 01  WS-SCOPE-TABLE.
018500           05  WS-SCOPE-COUNT       PIC 99       COMP
018600               VALUE ZERO.
018700           05  WS-SC-ENTRY          OCCURS 51 TIMES.
018800               10  WS-SC-BRANCH-ID      PIC X(05).
018900               10  WS-SC-BASKETS        PIC 9(9)     COMP.
019000
019100**----------------------------------------------------------*
019200*    WS-OCCURRENCE-TABLE - BASKETS HOLDING EACH CATEGORY    *
019300*    (TYPE C) OR ITEMCODE (TYPE I) WITHIN EACH SCOPE        *
019400**----------------------------------------------------------*
019500 01  WS-OCCURRENCE-TABLE.
019600           05  WS-OCC-COUNT         PIC 9(4)     COMP
019700               VALUE ZERO.
019800           05  WS-OC-ENTRY          OCCURS 5000 TIMES.
019900               10  WS-OC-KEY.
020000                   15  WS-OC-SCOPE      PIC X(05).
020100                   15  WS-OC-TYPE       PIC X(01).
020200                   15  WS-OC-CODE       PIC X(50).
020300               10  WS-OC-DESC           PIC X(20).
020400               10  WS-OC-BASKETS        PIC 9(9)     COMP.
020500
020600 01  WS-CURRENT-OCC-KEY.
020700           05  WS-CO-SCOPE          PIC X(05).
020800           05  WS-CO-TYPE           PIC X(01).
020900           05  WS-CO-CODE           PIC X(50).
021000
021100**----------------------------------------------------------*
021200*    WS-PAIR-TABLE - BASKETS HOLDING EACH PAIR WITHIN EACH  *
021300*    SCOPE, THE LOWER CODE ALWAYS FIRST SO A PAIR HAS ONE   *
021400*    ENTRY WHICHEVER ORDER IT WAS RUNG UP IN                *
021500**----------------------------------------------------------*
021600 01  WS-PAIR-TABLE.
021700           05  WS-PAIR-COUNT        PIC 9(5)     COMP
021800               VALUE ZERO.
021900           05  WS-PR-ENTRY          OCCURS 10000 TIMES.
022000               10  WS-PR-KEY.
022100                   15  WS-PR-SCOPE      PIC X(05).
022200                   15  WS-PR-TYPE       PIC X(01).
022300                   15  WS-PR-CODE-A     PIC X(50).
022400                   15  WS-PR-CODE-B     PIC X(50).
022500               10  WS-PR-BASKETS        PIC 9(9)     COMP.
022600               10  WS-PR-PRINTED        PIC X(01).
022700
022800 01  WS-CURRENT-PAIR-KEY.
022900           05  WS-CP-SCOPE          PIC X(05).
023000           05  WS-CP-TYPE           PIC X(01).
023100           05  WS-CP-CODE-A         PIC X(50).
023200           05  WS-CP-CODE-B         PIC X(50).
023300
023400 01  WS-PRINT-WORK.
023500           05  WS-PRINT-TYPE        PIC X(01)    VALUE SPACE.
023600           05  WS-BEST-BASKETS      PIC 9(9)     COMP
023700               VALUE ZERO.
023800           05  WS-A-BASKETS         PIC 9(9)     COMP
023900               VALUE ZERO.
024000           05  WS-B-BASKETS         PIC 9(9)     COMP
024100               VALUE ZERO.
024200           05  WS-A-DESC            PIC X(20)    VALUE SPACES.
024300           05  WS-B-DESC            PIC X(20)    VALUE SPACES.
024400           05  WS-SUPPORT-PCT       PIC S9(3)V99 COMP-3
024500               VALUE ZERO.
024600           05  WS-LIFT              PIC S9(5)V99 COMP-3
024700               VALUE ZERO.
024800
024900**----------------------------------------------------------*
025000*    WS-BRNAME-PARMS - FCBRNAME CALL PARAMETERS, USED TO    *
025100*    PRINT THE BRANCH NAME ALONGSIDE THE RAW ID             *
025200**----------------------------------------------------------*
025300 01  WS-BRNAME-PARMS.
025400           05  WS-BN-FUNCTION       PIC X(01)    VALUE "N".
025500           05  WS-BN-BRANCH-ID      PIC X(5)     VALUE SPACES.
025600           05  WS-BN-TILL-ID        PIC 9(4)     VALUE ZERO.
025700           05  WS-BN-BRANCH-NAME    PIC X(30)    VALUE SPACES.
025800           05  WS-BN-RETURN         PIC X(01)    VALUE SPACE.
025900
026000**----------------------------------------------------------*
026100*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD AND        *
026200*    WRITTEN BY 7900-WRITE-RECORD                           *
026300**----------------------------------------------------------*
026400 01  WS-SECTION-LINE.
026500           05  WS-SL-TEXT           PIC X(60).
026600
026700 01  WS-PARM-LINE.
026800           05  FILLER               PIC X(08)
026900               VALUE "SOURCE= ".
027000           05  WS-PL-SOURCE         PIC X(08).
027100           05  FILLER               PIC X(06)
027200               VALUE " FROM ".
027300           05  WS-PL-FROM-DATE      PIC 9(8).
027400           05  FILLER               PIC X(04)
027500               VALUE " TO ".
027600           05  WS-PL-TO-DATE        PIC 9(8).
027700           05  FILLER               PIC X(12)
027800               VALUE " TOP PAIRS= ".
027900           05  WS-PL-TOP-PAIRS      PIC Z9.
028000           05  FILLER               PIC X(15)
028100               VALUE " MIN BASKETS= ".
028200           05  WS-PL-MIN-BASKETS    PIC ZZ9.
028300
028400 01  WS-SCOPE-HEAD-LINE.
028500           05  WS-SH-SCOPE          PIC X(43).
028600           05  FILLER               PIC X(14)
028700               VALUE " SALE BASKETS=".
028800           05  WS-SH-BASKETS        PIC Z(8)9.
028900
029000 01  WS-BRANCH-SCOPE-TEXT.
029100           05  FILLER               PIC X(07)
029200               VALUE "BRANCH ".
029300           05  WS-BS-BRANCH         PIC X(05).
029400           05  FILLER               PIC X(01)    VALUE SPACE.
029500           05  WS-BS-BRANCH-NAME    PIC X(30).
029600
029700 01  WS-CATEGORY-PAIR-LINE.
029800           05  WS-CPL-RANK          PIC Z9.
029900           05  FILLER               PIC X(01)    VALUE SPACE.
030000           05  WS-CPL-CAT-A         PIC X(30).
030100           05  FILLER               PIC X(03)    VALUE " + ".
030200           05  WS-CPL-CAT-B         PIC X(30).
030300           05  WS-CPL-TAIL          PIC X(50).
030400
030500 01  WS-ITEM-PAIR-LINE.
030600           05  WS-IPL-RANK          PIC Z9.
030700           05  FILLER               PIC X(01)    VALUE SPACE.
030800           05  WS-IPL-CODE-A        PIC X(13).
030900           05  FILLER               PIC X(01)    VALUE SPACE.
031000           05  WS-IPL-DESC-A        PIC X(20).
031100           05  FILLER               PIC X(03)    VALUE " + ".
031200           05  WS-IPL-CODE-B        PIC X(13).
031300           05  FILLER               PIC X(01)    VALUE SPACE.
031400           05  WS-IPL-DESC-B        PIC X(20).
031500           05  WS-IPL-TAIL          PIC X(50).
031600
031700 01  WS-PAIR-TAIL.
031800           05  FILLER               PIC X(09)
031900               VALUE " BASKETS=".
032000           05  WS-PT-BASKETS        PIC Z(6)9.
032100           05  FILLER               PIC X(09)
032200               VALUE " SUPPORT=".
032300           05  WS-PT-SUPPORT        PIC ZZ9.99.
032400           05  FILLER               PIC X(01)    VALUE "%".
032500           05  FILLER               PIC X(06)
032600               VALUE " LIFT=".
032700           05  WS-PT-LIFT           PIC ZZZZ9.99.
032800           05  WS-PT-LIFT-X         REDEFINES WS-PT-LIFT
032900                                    PIC X(08).
033000
033100 PROCEDURE DIVISION.
033200
033300**----------------------------------------------------------*
033400*    0000-MAINLINE                                          *
033500**----------------------------------------------------------*
033600 0000-MAINLINE.
033700           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
033800           IF SOURCE-IS-HISTORY
033900               PERFORM 2500-PROCESS-HISTORY
034000                   THRU 2500-PROCESS-HISTORY-EXIT
034100                   UNTIL END-OF-INPUT
034200           ELSE
034300               PERFORM 2000-PROCESS-MESSAGE
034400                   THRU 2000-PROCESS-MESSAGE-EXIT
034500                   UNTIL END-OF-INPUT
034600           END-IF.
034700           PERFORM 7000-PRINT-REPORT
034800               THRU 7000-PRINT-REPORT-EXIT.
034900           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
035000           STOP RUN.
035100
035200**----------------------------------------------------------*
035300*    1000-INITIALISE - READ AND DEFAULT THE CONTROL CARD,   *
035400*    OPEN THE CHOSEN SOURCE AND THE REPORT, AND SET UP THE  *
035500*    COMPANY-WIDE SCOPE                                     *
035600**----------------------------------------------------------*
035700 1000-INITIALISE.
035800           OPEN INPUT  PARM-FILE.
035900           IF WS-PARM-STATUS NOT = "00"
036000               DISPLAY "FCBSKAFF: PARM-FILE OPEN FAILED, STATUS="
036100                   WS-PARM-STATUS
036200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036300           END-IF.
036400           READ PARM-FILE
036500               AT END
036600                   DISPLAY "FCBSKAFF: EMPTY CONTROL CARD"
036700                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036800           END-READ.
036900           IF NOT PARM-FROM-FEED AND NOT PARM-FROM-HISTORY
037000               DISPLAY "FCBSKAFF: SOURCE " PARM-SOURCE
037100                   " ON THE CONTROL CARD IS NOT P OR H"
037200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
037300           END-IF.
037400           IF PARM-FROM-HISTORY
037500               MOVE "H" TO WS-SOURCE
037600           END-IF.
037700           IF PARM-FROM-DATE NUMERIC
037800               MOVE PARM-FROM-DATE TO WS-FROM-DATE
037900           END-IF.
038000           IF PARM-TO-DATE NUMERIC
038100               MOVE PARM-TO-DATE TO WS-TO-DATE
038200           END-IF.
038300           IF PARM-TOP-PAIRS NUMERIC
038400               MOVE PARM-TOP-PAIRS TO WS-TOP-PAIRS
038500           END-IF.
038600           IF PARM-MIN-BASKETS NUMERIC
038700               MOVE PARM-MIN-BASKETS TO WS-MIN-BASKETS
038800           END-IF.
038900           CLOSE PARM-FILE.
039000           IF WS-TO-DATE = ZERO
039100               MOVE 99999999 TO WS-TO-DATE
039200           END-IF.
039300           IF WS-TOP-PAIRS = ZERO
039400               MOVE 10 TO WS-TOP-PAIRS
039500           END-IF.
039600           IF WS-MIN-BASKETS = ZERO
039700               MOVE 2 TO WS-MIN-BASKETS
039800           END-IF.
039900           IF WS-FROM-DATE > WS-TO-DATE
040000               DISPLAY "FCBSKAFF: FROM DATE " WS-FROM-DATE
040100                   " IS AFTER TO DATE " WS-TO-DATE
040200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040300           END-IF.
040400           IF SOURCE-IS-HISTORY
040500               OPEN INPUT  HIST-FILE
040600               IF WS-HIST-STATUS NOT = "00"
040700                   DISPLAY "FCBSKAFF: HIST-FILE OPEN FAILED,"
040800                       " STATUS=" WS-HIST-STATUS
040900                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
041000               END-IF
041100               PERFORM 2900-READ-HIST-FILE
041200                   THRU 2900-READ-HIST-FILE-EXIT
041300           ELSE
041400               OPEN INPUT  PURCH-FILE
041500               IF WS-PURCH-STATUS NOT = "00"
041600                   DISPLAY "FCBSKAFF: PURCH-FILE OPEN FAILED,"
041700                       " STATUS=" WS-PURCH-STATUS
041800                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
041900               END-IF
042000               PERFORM 2950-READ-PURCH-FILE
042100                   THRU 2950-READ-PURCH-FILE-EXIT
042200           END-IF.
042300           OPEN OUTPUT REPORT-FILE.
042400           IF WS-REPORT-STATUS NOT = "00"
042500               DISPLAY "FCBSKAFF: REPORT OPEN FAILED, STATUS="
042600                   WS-REPORT-STATUS
042700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
042800           END-IF.
042900           MOVE 1 TO WS-SCOPE-COUNT.
043000           MOVE SPACES TO WS-SC-BRANCH-ID (1).
043100           MOVE ZERO   TO WS-SC-BASKETS (1).
043200 1000-INITIALISE-EXIT.
043300           EXIT.
043400
043500**----------------------------------------------------------*
043600*    2000-PROCESS-MESSAGE - ONE PURCHIN MESSAGE: EACH SALE  *
043700*    INVOICE IN THE DATE RANGE IS A BASKET                  *
043800**----------------------------------------------------------*
043900 2000-PROCESS-MESSAGE.
044000           ADD 1 TO WS-MESSAGE-COUNT.
044100           IF RunDate OF PURCH-RECORD < WS-FROM-DATE
044200               OR RunDate OF PURCH-RECORD > WS-TO-DATE
044300               ADD InvoiceCount OF PURCH-RECORD
044400                   TO WS-INVOICE-COUNT
044500               ADD InvoiceCount OF PURCH-RECORD
044600                   TO WS-OUT-OF-RANGE-CNT
044700               GO TO 2000-PROCESS-MESSAGE-READ
044800           END-IF.
044900           PERFORM 2100-PROCESS-INVOICE
045000               THRU 2100-PROCESS-INVOICE-EXIT
045100               VARYING WS-INVOICE-IDX FROM 1 BY 1
045200               UNTIL WS-INVOICE-IDX > InvoiceCount OF
045300                   PURCH-RECORD.
045400 2000-PROCESS-MESSAGE-READ.
045500           PERFORM 2950-READ-PURCH-FILE
045600               THRU 2950-READ-PURCH-FILE-EXIT.
045700 2000-PROCESS-MESSAGE-EXIT.
045800           EXIT.
045900
046000**----------------------------------------------------------*
046100*    2100-PROCESS-INVOICE - GATHER THE INVOICE'S ITEM LINES *
046200*    INTO THE BASKET AND ANALYSE IT                         *
046300**----------------------------------------------------------*
046400 2100-PROCESS-INVOICE.
046500           ADD 1 TO WS-INVOICE-COUNT.
046600           IF NOT Sale-Transaction OF PURCH-RECORD
046700                   (WS-SALE-IDX, WS-INVOICE-IDX)
046800               ADD 1 TO WS-RETURN-COUNT
046900               GO TO 2100-PROCESS-INVOICE-EXIT
047000           END-IF.
047100           MOVE SourceBranchID OF PURCH-RECORD TO WS-BK-BRANCH.
047200           MOVE ZERO TO WS-BK-ITEM-COUNT.
047300           MOVE ZERO TO WS-BK-CAT-COUNT.
047400           PERFORM 2200-TAKE-FEED-LINE
047500               THRU 2200-TAKE-FEED-LINE-EXIT
047600               VARYING WS-ITEM-IDX FROM 1 BY 1
047700               UNTIL WS-ITEM-IDX > ItemCount OF PURCH-RECORD.
047800           PERFORM 4000-ANALYSE-BASKET
047900               THRU 4000-ANALYSE-BASKET-EXIT.
048000 2100-PROCESS-INVOICE-EXIT.
048100           EXIT.
048200
048300**----------------------------------------------------------*
048400*    2200-TAKE-FEED-LINE - TAKE THE CODE, DESCRIPTION (OR   *
048500*    COLOUR, FOR CLOTHING) AND CATEGORY FROM WHICHEVER      *
048600*    VARIANT THE FEED LINE CARRIES                          *
048700**----------------------------------------------------------*
048800 2200-TAKE-FEED-LINE.
048900           EVALUATE TRUE
049000               WHEN Barcoded-Item OF PURCH-RECORD
049100                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
049200                   MOVE ItemCode OF Item1 OF PURCH-RECORD
049300                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
049400                       TO WS-LINE-CODE
049500                   MOVE Description OF Item1 OF PURCH-RECORD
049600                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
049700                       TO WS-LINE-DESC
049800                   MOVE Category OF Item1 OF PURCH-RECORD
049900                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
050000                       TO WS-LINE-CATEGORY
050100               WHEN Clothing-Item OF PURCH-RECORD
050200                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
050300                   MOVE ItemCode OF Item2 OF PURCH-RECORD
050400                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
050500                       TO WS-LINE-CODE
050600                   MOVE Colour OF Item2 OF PURCH-RECORD
050700                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
050800                       TO WS-LINE-DESC
050900                   MOVE Category OF Item2 OF PURCH-RECORD
051000                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
051100                       TO WS-LINE-CATEGORY
051200               WHEN Weighed-Item OF PURCH-RECORD
051300                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
051400                   MOVE ItemCode OF Item3 OF PURCH-RECORD
051500                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
051600                       TO WS-LINE-CODE
051700                   MOVE Description OF Item3 OF PURCH-RECORD
051800                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
051900                       TO WS-LINE-DESC
052000                   MOVE Category OF Item3 OF PURCH-RECORD
052100                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
052200                       TO WS-LINE-CATEGORY
052300               WHEN OTHER
052400                   GO TO 2200-TAKE-FEED-LINE-EXIT
052500           END-EVALUATE.
052600           PERFORM 3000-ADD-LINE-TO-BASKET
052700               THRU 3000-ADD-LINE-TO-BASKET-EXIT.
052800 2200-TAKE-FEED-LINE-EXIT.
052900           EXIT.
053000
053100**----------------------------------------------------------*
053200*    2500-PROCESS-HISTORY - ONE ARCHIVED INVOICE: A SALE    *
053300*    IN THE DATE RANGE IS A BASKET                          *
053400**----------------------------------------------------------*
053500 2500-PROCESS-HISTORY.
053600           ADD 1 TO WS-INVOICE-COUNT.
053700           IF RunDate OF HIST-RECORD < WS-FROM-DATE
053800               OR RunDate OF HIST-RECORD > WS-TO-DATE
053900               ADD 1 TO WS-OUT-OF-RANGE-CNT
054000               GO TO 2500-PROCESS-HISTORY-READ
054100           END-IF.
054200           IF NOT Sale-Transaction OF HIST-RECORD
054300               ADD 1 TO WS-RETURN-COUNT
054400               GO TO 2500-PROCESS-HISTORY-READ
054500           END-IF.
054600           MOVE SourceBranchID OF HIST-RECORD TO WS-BK-BRANCH.
054700           MOVE ZERO TO WS-BK-ITEM-COUNT.
054800           MOVE ZERO TO WS-BK-CAT-COUNT.
054900           PERFORM 2600-TAKE-HISTORY-LINE
055000               THRU 2600-TAKE-HISTORY-LINE-EXIT
055100               VARYING WS-ITEM-IDX FROM 1 BY 1
055200               UNTIL WS-ITEM-IDX > ItemCount OF HIST-RECORD.
055300           PERFORM 4000-ANALYSE-BASKET
055400               THRU 4000-ANALYSE-BASKET-EXIT.
055500 2500-PROCESS-HISTORY-READ.
055600           PERFORM 2900-READ-HIST-FILE
055700               THRU 2900-READ-HIST-FILE-EXIT.
055800 2500-PROCESS-HISTORY-EXIT.
055900           EXIT.
056000
056100**----------------------------------------------------------*
056200*    2600-TAKE-HISTORY-LINE - AS 2200 FOR AN ARCHIVED LINE  *
056300**----------------------------------------------------------*
056400 2600-TAKE-HISTORY-LINE.
056500           EVALUATE TRUE
056600               WHEN Barcoded-Item OF HIST-RECORD (WS-ITEM-IDX)
056700                   MOVE ItemCode OF Item1 OF HIST-RECORD
056800                       (WS-ITEM-IDX) TO WS-LINE-CODE
056900                   MOVE Description OF Item1 OF HIST-RECORD
057000                       (WS-ITEM-IDX) TO WS-LINE-DESC
057100                   MOVE Category OF Item1 OF HIST-RECORD
057200                       (WS-ITEM-IDX) TO WS-LINE-CATEGORY
057300               WHEN Clothing-Item OF HIST-RECORD (WS-ITEM-IDX)
057400                   MOVE ItemCode OF Item2 OF HIST-RECORD
057500                       (WS-ITEM-IDX) TO WS-LINE-CODE
057600                   MOVE Colour OF Item2 OF HIST-RECORD
057700                       (WS-ITEM-IDX) TO WS-LINE-DESC
057800                   MOVE Category OF Item2 OF HIST-RECORD
057900                       (WS-ITEM-IDX) TO WS-LINE-CATEGORY
058000               WHEN Weighed-Item OF HIST-RECORD (WS-ITEM-IDX)
058100                   MOVE ItemCode OF Item3 OF HIST-RECORD
058200                       (WS-ITEM-IDX) TO WS-LINE-CODE
058300                   MOVE Description OF Item3 OF HIST-RECORD
058400                       (WS-ITEM-IDX) TO WS-LINE-DESC
058500                   MOVE Category OF Item3 OF HIST-RECORD
058600                       (WS-ITEM-IDX) TO WS-LINE-CATEGORY
058700               WHEN OTHER
058800                   GO TO 2600-TAKE-HISTORY-LINE-EXIT
058900           END-EVALUATE.
059000           PERFORM 3000-ADD-LINE-TO-BASKET
059100               THRU 3000-ADD-LINE-TO-BASKET-EXIT.
059200 2600-TAKE-HISTORY-LINE-EXIT.
059300           EXIT.
059400
059500**----------------------------------------------------------*
059600*    2900-READ-HIST-FILE - NEXT ARCHIVED INVOICE IN KEY     *
059700*    ORDER; THE WHOLE ARCHIVE IS PASSED AS THE KEY LEADS    *
059800*    ON THE CUSTOMER, NOT THE DATE                          *
059900**----------------------------------------------------------*
060000 2900-READ-HIST-FILE.
060100           READ HIST-FILE NEXT RECORD
060200               AT END
060300                   SET END-OF-INPUT TO TRUE
060400           END-READ.
060500           IF NOT END-OF-INPUT
060600               AND WS-HIST-STATUS NOT = "00"
060700               DISPLAY "FCBSKAFF: HIST-FILE READ ERROR, STATUS="
060800                   WS-HIST-STATUS
060900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
061000           END-IF.
061100 2900-READ-HIST-FILE-EXIT.
061200           EXIT.
061300
061400**----------------------------------------------------------*
061500*    2950-READ-PURCH-FILE                                   *
061600**----------------------------------------------------------*
061700 2950-READ-PURCH-FILE.
061800           READ PURCH-FILE
061900               AT END
062000                   SET END-OF-INPUT TO TRUE
062100           END-READ.
062200           IF NOT END-OF-INPUT
062300               AND WS-PURCH-STATUS NOT = "00"
062400               DISPLAY "FCBSKAFF: PURCH-FILE READ ERROR, STATUS="
062500                   WS-PURCH-STATUS
062600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
062700           END-IF.
062800 2950-READ-PURCH-FILE-EXIT.
062900           EXIT.
063000
063100**----------------------------------------------------------*
063200*    3000-ADD-LINE-TO-BASKET - ADD THE LINE'S ITEMCODE AND  *
063300*    CATEGORY TO THE BASKET UNLESS ALREADY THERE OR BLANK   *
063400**----------------------------------------------------------*
063500 3000-ADD-LINE-TO-BASKET.
063600           IF WS-LINE-CODE NOT = SPACES
063700               SET WS-BK-FOUND-SWITCH TO "N"
063800               PERFORM 3010-SEARCH-BASKET-ITEM
063900                   THRU 3010-SEARCH-BASKET-ITEM-EXIT
064000                   VARYING WS-BK-IX FROM 1 BY 1
064100                   UNTIL WS-BK-IX > WS-BK-ITEM-COUNT
064200                       OR FOUND-IN-BASKET
064300               IF NOT FOUND-IN-BASKET
064400                   ADD 1 TO WS-BK-ITEM-COUNT
064500                   MOVE WS-LINE-CODE
064600                       TO WS-BK-ITEM-CODE (WS-BK-ITEM-COUNT)
064700                   MOVE WS-LINE-DESC
064800                       TO WS-BK-ITEM-DESC (WS-BK-ITEM-COUNT)
064900               END-IF
065000           END-IF.
065100           IF WS-LINE-CATEGORY NOT = SPACES
065200               SET WS-BK-FOUND-SWITCH TO "N"
065300               PERFORM 3020-SEARCH-BASKET-CAT
065400                   THRU 3020-SEARCH-BASKET-CAT-EXIT
065500                   VARYING WS-BK-IX FROM 1 BY 1
065600                   UNTIL WS-BK-IX > WS-BK-CAT-COUNT
065700                       OR FOUND-IN-BASKET
065800               IF NOT FOUND-IN-BASKET
065900                   ADD 1 TO WS-BK-CAT-COUNT
066000                   MOVE WS-LINE-CATEGORY
066100                       TO WS-BK-CATEGORY (WS-BK-CAT-COUNT)
066200               END-IF
066300           END-IF.
066400 3000-ADD-LINE-TO-BASKET-EXIT.
066500           EXIT.
066600
066700**----------------------------------------------------------*
066800*    3010-SEARCH-BASKET-ITEM                                *
066900**----------------------------------------------------------*
067000 3010-SEARCH-BASKET-ITEM.
067100           IF WS-BK-ITEM-CODE (WS-BK-IX) = WS-LINE-CODE
067200               SET FOUND-IN-BASKET TO TRUE
067300           END-IF.
067400 3010-SEARCH-BASKET-ITEM-EXIT.
067500           EXIT.
067600
067700**----------------------------------------------------------*
067800*    3020-SEARCH-BASKET-CAT                                 *
067900**----------------------------------------------------------*
068000 3020-SEARCH-BASKET-CAT.
068100           IF WS-BK-CATEGORY (WS-BK-IX) = WS-LINE-CATEGORY
068200               SET FOUND-IN-BASKET TO TRUE
068300           END-IF.
068400 3020-SEARCH-BASKET-CAT-EXIT.
068500           EXIT.
068600
068700**----------------------------------------------------------*
068800*    4000-ANALYSE-BASKET - COUNT THE BASKET, ITS MEMBERS    *
068900*    AND ITS PAIRS COMPANY-WIDE AND FOR ITS BRANCH. A       *
069000*    BRANCH BEYOND THE SCOPE TABLE STILL COUNTS COMPANY-    *
069100*    WIDE                                                   *
069200**----------------------------------------------------------*
069300 4000-ANALYSE-BASKET.
069400           IF WS-BK-ITEM-COUNT = ZERO
069500               GO TO 4000-ANALYSE-BASKET-EXIT
069600           END-IF.
069700           ADD 1 TO WS-BASKET-COUNT.
069800           MOVE 1 TO WS-SC-IX.
069900           PERFORM 4100-ANALYSE-FOR-SCOPE
070000               THRU 4100-ANALYSE-FOR-SCOPE-EXIT.
070100           PERFORM 4050-FIND-OR-ADD-SCOPE
070200               THRU 4050-FIND-OR-ADD-SCOPE-EXIT.
070300           IF WS-SC-IX > ZERO
070400               PERFORM 4100-ANALYSE-FOR-SCOPE
070500                   THRU 4100-ANALYSE-FOR-SCOPE-EXIT
070600           END-IF.
070700 4000-ANALYSE-BASKET-EXIT.
070800           EXIT.
070900
071000**----------------------------------------------------------*
071100*    4050-FIND-OR-ADD-SCOPE - THE BASKET'S BRANCH SCOPE,    *
071200*    SEARCHED FROM ENTRY 2 PAST THE COMPANY ENTRY           *
071300**----------------------------------------------------------*
071400 4050-FIND-OR-ADD-SCOPE.
071500           SET WS-SC-FOUND-SWITCH TO "N".
071600           PERFORM 4060-SEARCH-SCOPE
071700               THRU 4060-SEARCH-SCOPE-EXIT
071800               VARYING WS-SC-IX FROM 2 BY 1
071900               UNTIL WS-SC-IX > WS-SCOPE-COUNT
072000                   OR FOUND-SCOPE.
072100           IF FOUND-SCOPE
072200               SUBTRACT 1 FROM WS-SC-IX
072300           ELSE
072400               IF WS-SCOPE-COUNT >= 51
072500                   ADD 1 TO WS-SC-OVERFLOW-CNT
072600                   MOVE ZERO TO WS-SC-IX
072700               ELSE
072800                   ADD 1 TO WS-SCOPE-COUNT
072900                   MOVE WS-SCOPE-COUNT TO WS-SC-IX
073000                   MOVE WS-BK-BRANCH TO WS-SC-BRANCH-ID (WS-SC-IX)
073100                   MOVE ZERO TO WS-SC-BASKETS (WS-SC-IX)
073200               END-IF
073300           END-IF.
073400 4050-FIND-OR-ADD-SCOPE-EXIT.
073500           EXIT.
073600
073700**----------------------------------------------------------*
073800*    4060-SEARCH-SCOPE                                      *
073900**----------------------------------------------------------*
074000 4060-SEARCH-SCOPE.
074100           IF WS-SC-BRANCH-ID (WS-SC-IX) = WS-BK-BRANCH
074200               SET FOUND-SCOPE TO TRUE
074300           END-IF.
074400 4060-SEARCH-SCOPE-EXIT.
074500           EXIT.
074600
074700**----------------------------------------------------------*
074800*    4100-ANALYSE-FOR-SCOPE - COUNT THE BASKET, EACH OF ITS *
074900*    ITEMCODES AND CATEGORIES, AND EVERY PAIR OF EACH,      *
075000*    AGAINST SCOPE WS-SC-IX                                 *
075100**----------------------------------------------------------*
075200 4100-ANALYSE-FOR-SCOPE.
075300           ADD 1 TO WS-SC-BASKETS (WS-SC-IX).
075400           MOVE WS-SC-BRANCH-ID (WS-SC-IX) TO WS-CO-SCOPE.
075500           MOVE WS-SC-BRANCH-ID (WS-SC-IX) TO WS-CP-SCOPE.
075600           MOVE "I" TO WS-CO-TYPE.
075700           MOVE "I" TO WS-CP-TYPE.
075800           PERFORM 4200-COUNT-ITEM THRU 4200-COUNT-ITEM-EXIT
075900               VARYING WS-A-IX FROM 1 BY 1
076000               UNTIL WS-A-IX > WS-BK-ITEM-COUNT.
076100           MOVE "C" TO WS-CO-TYPE.
076200           MOVE "C" TO WS-CP-TYPE.
076300           PERFORM 4300-COUNT-CATEGORY
076400               THRU 4300-COUNT-CATEGORY-EXIT
076500               VARYING WS-A-IX FROM 1 BY 1
076600               UNTIL WS-A-IX > WS-BK-CAT-COUNT.
076700 4100-ANALYSE-FOR-SCOPE-EXIT.
076800           EXIT.
076900
077000**----------------------------------------------------------*
077100*    4200-COUNT-ITEM - COUNT ITEM A AND ITS PAIRS WITH      *
077200*    EVERY LATER ITEM IN THE BASKET                         *
077300**----------------------------------------------------------*
077400 4200-COUNT-ITEM.
077500           MOVE WS-BK-ITEM-CODE (WS-A-IX) TO WS-CO-CODE.
077600           MOVE WS-BK-ITEM-DESC (WS-A-IX) TO WS-LINE-DESC.
077700           PERFORM 5000-COUNT-OCCURRENCE
077800               THRU 5000-COUNT-OCCURRENCE-EXIT.
077900           COMPUTE WS-B-FROM = WS-A-IX + 1.
078000           PERFORM 4210-COUNT-ITEM-PAIR
078100               THRU 4210-COUNT-ITEM-PAIR-EXIT
078200               VARYING WS-B-IX FROM WS-B-FROM BY 1
078300               UNTIL WS-B-IX > WS-BK-ITEM-COUNT.
078400 4200-COUNT-ITEM-EXIT.
078500           EXIT.
078600
078700**----------------------------------------------------------*
078800*    4210-COUNT-ITEM-PAIR                                   *
078900**----------------------------------------------------------*
079000 4210-COUNT-ITEM-PAIR.
079100           IF WS-BK-ITEM-CODE (WS-A-IX) < WS-BK-ITEM-CODE
079200               (WS-B-IX)
079300               MOVE WS-BK-ITEM-CODE (WS-A-IX) TO WS-CP-CODE-A
079400               MOVE WS-BK-ITEM-CODE (WS-B-IX) TO WS-CP-CODE-B
079500           ELSE
079600               MOVE WS-BK-ITEM-CODE (WS-B-IX) TO WS-CP-CODE-A
079700               MOVE WS-BK-ITEM-CODE (WS-A-IX) TO WS-CP-CODE-B
079800           END-IF.
079900           PERFORM 5100-COUNT-PAIR THRU 5100-COUNT-PAIR-EXIT.
080000 4210-COUNT-ITEM-PAIR-EXIT.
080100           EXIT.
080200
080300**----------------------------------------------------------*
080400*    4300-COUNT-CATEGORY - COUNT CATEGORY A AND ITS PAIRS   *
080500*    WITH EVERY LATER CATEGORY IN THE BASKET                *
080600**----------------------------------------------------------*
080700 4300-COUNT-CATEGORY.
080800           MOVE WS-BK-CATEGORY (WS-A-IX) TO WS-CO-CODE.
080900           MOVE SPACES TO WS-LINE-DESC.
081000           PERFORM 5000-COUNT-OCCURRENCE
081100               THRU 5000-COUNT-OCCURRENCE-EXIT.
081200           COMPUTE WS-B-FROM = WS-A-IX + 1.
081300           PERFORM 4310-COUNT-CATEGORY-PAIR
081400               THRU 4310-COUNT-CATEGORY-PAIR-EXIT
081500               VARYING WS-B-IX FROM WS-B-FROM BY 1
081600               UNTIL WS-B-IX > WS-BK-CAT-COUNT.
081700 4300-COUNT-CATEGORY-EXIT.
081800           EXIT.
081900
082000**----------------------------------------------------------*
082100*    4310-COUNT-CATEGORY-PAIR                               *
082200**----------------------------------------------------------*
082300 4310-COUNT-CATEGORY-PAIR.
082400           IF WS-BK-CATEGORY (WS-A-IX) < WS-BK-CATEGORY (WS-B-IX)
082500               MOVE WS-BK-CATEGORY (WS-A-IX) TO WS-CP-CODE-A
082600               MOVE WS-BK-CATEGORY (WS-B-IX) TO WS-CP-CODE-B
082700           ELSE
082800               MOVE WS-BK-CATEGORY (WS-B-IX) TO WS-CP-CODE-A
082900               MOVE WS-BK-CATEGORY (WS-A-IX) TO WS-CP-CODE-B
083000           END-IF.
083100           PERFORM 5100-COUNT-PAIR THRU 5100-COUNT-PAIR-EXIT.
083200 4310-COUNT-CATEGORY-PAIR-EXIT.
083300           EXIT.
083400
083500**----------------------------------------------------------*
083600*    5000-COUNT-OCCURRENCE - FIND OR ADD WS-CURRENT-OCC-KEY *
083700*    AND COUNT ONE MORE BASKET FOR IT                       *
083800**----------------------------------------------------------*
083900 5000-COUNT-OCCURRENCE.
084000           PERFORM 5010-FIND-OCCURRENCE
084100               THRU 5010-FIND-OCCURRENCE-EXIT.
084200           IF NOT FOUND-OCCURRENCE
084300               IF WS-OCC-COUNT >= 5000
084400                   ADD 1 TO WS-OC-OVERFLOW-CNT
084500                   GO TO 5000-COUNT-OCCURRENCE-EXIT
084600               END-IF
084700               ADD 1 TO WS-OCC-COUNT
084800               MOVE WS-OCC-COUNT TO WS-OC-IX
084900               MOVE WS-CURRENT-OCC-KEY TO WS-OC-KEY (WS-OC-IX)
085000               MOVE WS-LINE-DESC TO WS-OC-DESC (WS-OC-IX)
085100               MOVE ZERO TO WS-OC-BASKETS (WS-OC-IX)
085200           END-IF.
085300           ADD 1 TO WS-OC-BASKETS (WS-OC-IX).
085400 5000-COUNT-OCCURRENCE-EXIT.
085500           EXIT.
085600
085700**----------------------------------------------------------*
085800*    5010-FIND-OCCURRENCE - LEAVES WS-OC-IX ON THE ENTRY    *
085900*    FOR WS-CURRENT-OCC-KEY WHEN FOUND                      *
086000**----------------------------------------------------------*
086100 5010-FIND-OCCURRENCE.
086200           SET WS-OC-FOUND-SWITCH TO "N".
086300           PERFORM 5020-SEARCH-OCCURRENCE
086400               THRU 5020-SEARCH-OCCURRENCE-EXIT
086500               VARYING WS-OC-IX FROM 1 BY 1
086600               UNTIL WS-OC-IX > WS-OCC-COUNT
086700                   OR FOUND-OCCURRENCE.
086800           IF FOUND-OCCURRENCE
086900               SUBTRACT 1 FROM WS-OC-IX
087000           END-IF.
087100 5010-FIND-OCCURRENCE-EXIT.
087200           EXIT.
087300
087400**----------------------------------------------------------*
087500*    5020-SEARCH-OCCURRENCE                                 *
087600**----------------------------------------------------------*
087700 5020-SEARCH-OCCURRENCE.
087800           IF WS-OC-KEY (WS-OC-IX) = WS-CURRENT-OCC-KEY
087900               SET FOUND-OCCURRENCE TO TRUE
088000           END-IF.
088100 5020-SEARCH-OCCURRENCE-EXIT.
088200           EXIT.
088300
088400**----------------------------------------------------------*
088500*    5100-COUNT-PAIR - FIND OR ADD WS-CURRENT-PAIR-KEY AND  *
088600*    COUNT ONE MORE BASKET FOR IT                           *
088700**----------------------------------------------------------*
088800 5100-COUNT-PAIR.
088900           SET WS-PR-FOUND-SWITCH TO "N".
089000           PERFORM 5110-SEARCH-PAIR THRU 5110-SEARCH-PAIR-EXIT
089100               VARYING WS-PR-IX FROM 1 BY 1
089200               UNTIL WS-PR-IX > WS-PAIR-COUNT
089300                   OR FOUND-PAIR.
089400           IF FOUND-PAIR
089500               SUBTRACT 1 FROM WS-PR-IX
089600           ELSE
089700               IF WS-PAIR-COUNT >= 10000
089800                   ADD 1 TO WS-PR-OVERFLOW-CNT
089900                   GO TO 5100-COUNT-PAIR-EXIT
090000               END-IF
090100               ADD 1 TO WS-PAIR-COUNT
090200               MOVE WS-PAIR-COUNT TO WS-PR-IX
090300               MOVE WS-CURRENT-PAIR-KEY TO WS-PR-KEY (WS-PR-IX)
090400               MOVE ZERO TO WS-PR-BASKETS (WS-PR-IX)
090500               MOVE "N" TO WS-PR-PRINTED (WS-PR-IX)
090600           END-IF.
090700           ADD 1 TO WS-PR-BASKETS (WS-PR-IX).
090800 5100-COUNT-PAIR-EXIT.
090900           EXIT.
091000
091100**----------------------------------------------------------*
091200*    5110-SEARCH-PAIR                                       *
091300**----------------------------------------------------------*
091400 5110-SEARCH-PAIR.
091500           IF WS-PR-KEY (WS-PR-IX) = WS-CURRENT-PAIR-KEY
091600               SET FOUND-PAIR TO TRUE
091700           END-IF.
091800 5110-SEARCH-PAIR-EXIT.
091900           EXIT.
092000
092100**----------------------------------------------------------*
092200*    7000-PRINT-REPORT - THE RUN PARAMETERS, THEN THE       *
092300*    COMPANY-WIDE SCOPE FOLLOWED BY EACH BRANCH             *
092400**----------------------------------------------------------*
092500 7000-PRINT-REPORT.
092600           IF SOURCE-IS-HISTORY
092700               MOVE "PURCHHST" TO WS-PL-SOURCE
092800           ELSE
092900               MOVE "PURCHIN"  TO WS-PL-SOURCE
093000           END-IF.
093100           MOVE WS-FROM-DATE   TO WS-PL-FROM-DATE.
093200           MOVE WS-TO-DATE     TO WS-PL-TO-DATE.
093300           MOVE WS-TOP-PAIRS   TO WS-PL-TOP-PAIRS.
093400           MOVE WS-MIN-BASKETS TO WS-PL-MIN-BASKETS.
093500           MOVE "BASKET AFFINITY ANALYSIS" TO WS-SL-TEXT.
093600           MOVE WS-SECTION-LINE TO REPORT-RECORD.
093700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
093800           MOVE WS-PARM-LINE TO REPORT-RECORD.
093900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
094000           PERFORM 7100-PRINT-SCOPE THRU 7100-PRINT-SCOPE-EXIT
094100               VARYING WS-SC-IX FROM 1 BY 1
094200               UNTIL WS-SC-IX > WS-SCOPE-COUNT.
094300 7000-PRINT-REPORT-EXIT.
094400           EXIT.
094500
094600**----------------------------------------------------------*
094700*    7100-PRINT-SCOPE - THE SCOPE HEADING AND ITS STRONGEST *
094800*    CATEGORY PAIRS AND ITEM PAIRS                          *
094900**----------------------------------------------------------*
095000 7100-PRINT-SCOPE.
095100           IF WS-SC-IX = 1
095200               MOVE "COMPANY-WIDE" TO WS-SH-SCOPE
095300           ELSE
095400               MOVE WS-SC-BRANCH-ID (WS-SC-IX) TO WS-BS-BRANCH
095500               MOVE WS-SC-BRANCH-ID (WS-SC-IX) TO WS-BN-BRANCH-ID
095600               CALL "FCBRNAME" USING WS-BN-FUNCTION,
095700                   WS-BN-BRANCH-ID, WS-BN-TILL-ID,
095800                   WS-BN-BRANCH-NAME, WS-BN-RETURN
095900               MOVE WS-BN-BRANCH-NAME TO WS-BS-BRANCH-NAME
096000               MOVE WS-BRANCH-SCOPE-TEXT TO WS-SH-SCOPE
096100           END-IF.
096200           MOVE WS-SC-BASKETS (WS-SC-IX) TO WS-SH-BASKETS.
096300           MOVE SPACES TO REPORT-RECORD.
096400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
096500           MOVE WS-SCOPE-HEAD-LINE TO REPORT-RECORD.
096600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
096700           MOVE "STRONGEST CATEGORY PAIRS" TO WS-SL-TEXT.
096800           MOVE WS-SECTION-LINE TO REPORT-RECORD.
096900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
097000           MOVE "C" TO WS-PRINT-TYPE.
097100           PERFORM 7200-PRINT-TOP-PAIRS
097200               THRU 7200-PRINT-TOP-PAIRS-EXIT.
097300           MOVE "STRONGEST ITEM PAIRS" TO WS-SL-TEXT.
097400           MOVE WS-SECTION-LINE TO REPORT-RECORD.
097500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
097600           MOVE "I" TO WS-PRINT-TYPE.
097700           PERFORM 7200-PRINT-TOP-PAIRS
097800               THRU 7200-PRINT-TOP-PAIRS-EXIT.
097900 7100-PRINT-SCOPE-EXIT.
098000           EXIT.
098100
098200**----------------------------------------------------------*
098300*    7200-PRINT-TOP-PAIRS - PRINT THE SCOPE'S PAIRS OF THE  *
098400*    PRINT TYPE STRONGEST FIRST, UP TO THE TOP-PAIRS LIMIT  *
098500*    AND DOWN TO THE MINIMUM BASKETS                        *
098600**----------------------------------------------------------*
098700 7200-PRINT-TOP-PAIRS.
098800           MOVE ZERO TO WS-RANK.
098900           SET WS-PAIRS-DONE-SWITCH TO "N".
099000           PERFORM 7210-PRINT-NEXT-PAIR
099100               THRU 7210-PRINT-NEXT-PAIR-EXIT
099200               UNTIL WS-RANK >= WS-TOP-PAIRS
099300                   OR NO-MORE-PAIRS.
099400           IF WS-RANK = ZERO
099500               MOVE "  NO PAIR REACHES THE MINIMUM BASKETS"
099600                   TO WS-SL-TEXT
099700               MOVE WS-SECTION-LINE TO REPORT-RECORD
099800               PERFORM 7900-WRITE-RECORD
099900                   THRU 7900-WRITE-RECORD-EXIT
100000           END-IF.
100100 7200-PRINT-TOP-PAIRS-EXIT.
100200           EXIT.
100300
100400**----------------------------------------------------------*
100500*    7210-PRINT-NEXT-PAIR - PICK THE STRONGEST PAIR NOT YET *
100600*    PRINTED, MARK IT PRINTED AND PRINT IT WITH ITS         *
100700*    SUPPORT AND LIFT                                       *
100800**----------------------------------------------------------*
100900 7210-PRINT-NEXT-PAIR.
101000           MOVE ZERO TO WS-BEST-IX.
101100           MOVE ZERO TO WS-BEST-BASKETS.
101200           PERFORM 7220-COMPARE-PAIR THRU 7220-COMPARE-PAIR-EXIT
101300               VARYING WS-PR-IX FROM 1 BY 1
101400               UNTIL WS-PR-IX > WS-PAIR-COUNT.
101500           IF WS-BEST-IX = ZERO
101600               SET NO-MORE-PAIRS TO TRUE
101700               GO TO 7210-PRINT-NEXT-PAIR-EXIT
101800           END-IF.
101900           MOVE "Y" TO WS-PR-PRINTED (WS-BEST-IX).
102000           ADD 1 TO WS-RANK.
102100           MOVE WS-PR-SCOPE (WS-BEST-IX) TO WS-CO-SCOPE.
102200           MOVE WS-PR-TYPE (WS-BEST-IX)  TO WS-CO-TYPE.
102300           MOVE WS-PR-CODE-A (WS-BEST-IX) TO WS-CO-CODE.
102400           PERFORM 7300-LOOK-UP-MEMBER
102500               THRU 7300-LOOK-UP-MEMBER-EXIT.
102600           MOVE WS-BEST-BASKETS TO WS-A-BASKETS.
102700           MOVE WS-LINE-DESC    TO WS-A-DESC.
102800           MOVE WS-PR-CODE-B (WS-BEST-IX) TO WS-CO-CODE.
102900           PERFORM 7300-LOOK-UP-MEMBER
103000               THRU 7300-LOOK-UP-MEMBER-EXIT.
103100           MOVE WS-BEST-BASKETS TO WS-B-BASKETS.
103200           MOVE WS-LINE-DESC    TO WS-B-DESC.
103300           MOVE WS-PR-BASKETS (WS-BEST-IX) TO WS-PT-BASKETS.
103400           COMPUTE WS-SUPPORT-PCT ROUNDED =
103500               WS-PR-BASKETS (WS-BEST-IX) * 100
103600               / WS-SC-BASKETS (WS-SC-IX).
103700           MOVE WS-SUPPORT-PCT TO WS-PT-SUPPORT.
103800           IF WS-A-BASKETS = ZERO OR WS-B-BASKETS = ZERO
103900               MOVE "     N/A" TO WS-PT-LIFT-X
104000           ELSE
104100               COMPUTE WS-LIFT ROUNDED =
104200                   WS-PR-BASKETS (WS-BEST-IX)
104300                   * WS-SC-BASKETS (WS-SC-IX)
104400                   / (WS-A-BASKETS * WS-B-BASKETS)
104500               MOVE WS-LIFT TO WS-PT-LIFT
104600           END-IF.
104700           IF WS-PRINT-TYPE = "C"
104800               MOVE WS-RANK TO WS-CPL-RANK
104900               MOVE WS-PR-CODE-A (WS-BEST-IX) TO WS-CPL-CAT-A
105000               MOVE WS-PR-CODE-B (WS-BEST-IX) TO WS-CPL-CAT-B
105100               MOVE WS-PAIR-TAIL TO WS-CPL-TAIL
105200               MOVE WS-CATEGORY-PAIR-LINE TO REPORT-RECORD
105300           ELSE
105400               MOVE WS-RANK TO WS-IPL-RANK
105500               MOVE WS-PR-CODE-A (WS-BEST-IX) TO WS-IPL-CODE-A
105600               MOVE WS-A-DESC TO WS-IPL-DESC-A
105700               MOVE WS-PR-CODE-B (WS-BEST-IX) TO WS-IPL-CODE-B
105800               MOVE WS-B-DESC TO WS-IPL-DESC-B
105900               MOVE WS-PAIR-TAIL TO WS-IPL-TAIL
106000               MOVE WS-ITEM-PAIR-LINE TO REPORT-RECORD
106100           END-IF.
106200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
106300 7210-PRINT-NEXT-PAIR-EXIT.
106400           EXIT.
106500
106600**----------------------------------------------------------*
106700*    7220-COMPARE-PAIR - KEEP THE UNPRINTED PAIR OF THIS    *
106800*    SCOPE AND TYPE WITH THE MOST BASKETS AT OR ABOVE THE   *
106900*    MINIMUM                                                *
107000**----------------------------------------------------------*
107100 7220-COMPARE-PAIR.
107200           IF WS-PR-SCOPE (WS-PR-IX) = WS-SC-BRANCH-ID (WS-SC-IX)
107300               AND WS-PR-TYPE (WS-PR-IX) = WS-PRINT-TYPE
107400               AND WS-PR-PRINTED (WS-PR-IX) = "N"
107500               AND WS-PR-BASKETS (WS-PR-IX) >= WS-MIN-BASKETS
107600               AND WS-PR-BASKETS (WS-PR-IX) > WS-BEST-BASKETS
107700               MOVE WS-PR-IX TO WS-BEST-IX
107800               MOVE WS-PR-BASKETS (WS-PR-IX) TO WS-BEST-BASKETS
107900           END-IF.
108000 7220-COMPARE-PAIR-EXIT.
108100           EXIT.
108200
108300**----------------------------------------------------------*
108400*    7300-LOOK-UP-MEMBER - BASKETS AND DESCRIPTION FOR ONE  *
108500*    MEMBER OF THE PAIR, ZERO IF THE OCCURRENCE TABLE       *
108600*    OVERFLOWED BEFORE IT WAS SEEN                          *
108700**----------------------------------------------------------*
108800 7300-LOOK-UP-MEMBER.
108900           MOVE ZERO   TO WS-BEST-BASKETS.
109000           MOVE SPACES TO WS-LINE-DESC.
109100           PERFORM 5010-FIND-OCCURRENCE
109200               THRU 5010-FIND-OCCURRENCE-EXIT.
109300           IF FOUND-OCCURRENCE
109400               MOVE WS-OC-BASKETS (WS-OC-IX) TO WS-BEST-BASKETS
109500               MOVE WS-OC-DESC (WS-OC-IX)    TO WS-LINE-DESC
109600           END-IF.
109700 7300-LOOK-UP-MEMBER-EXIT.
109800           EXIT.
109900
110000**----------------------------------------------------------*
110100*    7900-WRITE-RECORD - WRITE THE LINE IN REPORT-RECORD    *
110200**----------------------------------------------------------*
110300 7900-WRITE-RECORD.
110400           WRITE REPORT-RECORD.
110500           IF WS-REPORT-STATUS NOT = "00"
110600               DISPLAY "FCBSKAFF: REPORT WRITE ERROR, STATUS="
110700                   WS-REPORT-STATUS
110800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
110900           END-IF.
111000 7900-WRITE-RECORD-EXIT.
111100           EXIT.
111200
111300**----------------------------------------------------------*
111400*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
111500*    RUN'S CONTROL TOTALS                                   *
111600**----------------------------------------------------------*
111700 8000-TERMINATE.
111800           IF SOURCE-IS-HISTORY
111900               CLOSE HIST-FILE
112000           ELSE
112100               CLOSE PURCH-FILE
112200           END-IF.
112300           CLOSE REPORT-FILE.
112400           DISPLAY "FCBSKAFF: " WS-INVOICE-COUNT
112500               " INVOICE(S) READ, " WS-BASKET-COUNT
112600               " SALE BASKET(S) ANALYSED, " WS-RETURN-COUNT
112700               " RETURN(S) AND " WS-OUT-OF-RANGE-CNT
112800               " OUT OF DATE RANGE PASSED OVER".
112900           DISPLAY "FCBSKAFF: " WS-OCC-COUNT
113000               " MEMBER ENTRY(S) AND " WS-PAIR-COUNT
113100               " PAIR ENTRY(S) ACROSS " WS-SCOPE-COUNT
113200               " SCOPE(S)".
113300           IF WS-SC-OVERFLOW-CNT > ZERO
113400               DISPLAY "FCBSKAFF: " WS-SC-OVERFLOW-CNT
113500                   " BASKET(S) EXCEEDED THE BRANCH TABLE AND"
113600                   " COUNTED COMPANY-WIDE ONLY"
113700           END-IF.
113800           IF WS-OC-OVERFLOW-CNT > ZERO
113900               DISPLAY "FCBSKAFF: " WS-OC-OVERFLOW-CNT
114000                   " MEMBER(S) EXCEEDED THE OCCURRENCE TABLE"
114100           END-IF.
114200           IF WS-PR-OVERFLOW-CNT > ZERO
114300               DISPLAY "FCBSKAFF: " WS-PR-OVERFLOW-CNT
114400                   " PAIR(S) EXCEEDED THE PAIR TABLE"
114500           END-IF.
114600 8000-TERMINATE-EXIT.
114700           EXIT.
114800
114900**----------------------------------------------------------*
115000*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
115100*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
115200**----------------------------------------------------------*
115300 9999-ABEND.
115400           MOVE 16 TO RETURN-CODE.
115500           STOP RUN.
115600 9999-ABEND-EXIT.
115700           EXIT.
