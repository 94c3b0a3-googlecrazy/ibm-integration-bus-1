000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCRFNDCK.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION -
000800*                          REFUND-WITHOUT-RECEIPT CHECK FOR LOSS
000900*                          PREVENTION. EVERY ITEM ON A
001000*                          RETURN-TRANSACTION INVOICE ON PURCHIN
001100*                          IS MATCHED AGAINST THE SAME
001200*                          CUSTOMERREFERENCE'S EARLIER SALES ON
001300*                          PURCHHST: THE SAME ITEMCODE, ENOUGH
001400*                          QUANTITY STILL UNREFUNDED, A PRICE PAID
001500*                          NO LOWER THAN THE REFUND, AND A SALE
001600*                          DATE INSIDE THE RETURNS-POLICY WINDOW
001700*                          ON THE RFNPARM CONTROL CARD. A MATCHED
001800*                          REFUND IS CARRIED ON THE NEW REFUNDLG
001900*                          LEDGER AGAINST THE SALE LINE IT USED,
002000*                          SO THE SAME PURCHASE CANNOT BE REFUNDED
002100*                          TWICE. RETURNS WITH NO MATCHING SALE,
002200*                          ABOVE THE PRICE PAID OR OUTSIDE THE
002300*                          WINDOW ARE LISTED ON RFNDEXCP BY BRANCH
002400*                          AND TILL. RUNS UNDER FCRUNCTL RUN
002500*                          CONTROL PER BRANCH AND RUN DATE, AND
002600*                          THE LEDGER IS ONLY UPDATED ONCE THE
002700*                          WHOLE FEED HAS BEEN CHECKED.
002800*      ------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700           SELECT PARM-FILE    ASSIGN TO RFNPARM
003800               ORGANIZATION    IS LINE SEQUENTIAL
003900               FILE STATUS     IS WS-PARM-STATUS.
004000           SELECT PURCH-FILE   ASSIGN TO PURCHIN
004100               ORGANIZATION    IS LINE SEQUENTIAL
004200               FILE STATUS     IS WS-PURCH-STATUS.
004300           SELECT HIST-FILE    ASSIGN TO PURCHHST
004400               ORGANIZATION    IS INDEXED
004500               ACCESS MODE     IS DYNAMIC
004600               RECORD KEY      IS HistoryKey
004700               FILE STATUS     IS WS-HIST-STATUS.
004800           SELECT OPTIONAL LEDGER-FILE ASSIGN TO REFUNDLG
004900               ORGANIZATION    IS INDEXED
005000               ACCESS MODE     IS RANDOM
005100               RECORD KEY      IS RefundKey
005200               FILE STATUS     IS WS-LEDGER-STATUS.
005300           SELECT REPORT-FILE  ASSIGN TO RFNDEXCP
005400               ORGANIZATION    IS LINE SEQUENTIAL
005500               FILE STATUS     IS WS-REPORT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900**----------------------------------------------------------*
006000*    PARM-RECORD - THE REFUND CHECK CONTROL CARD: THE       *
006100*    RETURNS-POLICY WINDOW IN DAYS (ZERO MEANS 28)          *
006200**----------------------------------------------------------*
006300 FD  PARM-FILE.
006400 01  PARM-RECORD.
006500           05  PARM-WINDOW-DAYS        PIC 9(3).
006600
006700 FD  PURCH-FILE
006800           RECORD CONTAINS 0 TO 873262 CHARACTERS
006900           RECORDING MODE IS V.
007000           COPY PurchaseData
007100               REPLACING ==PurchaseData== BY ==PURCH-RECORD==.
007200
007300 FD  HIST-FILE.
007400           COPY PurchaseHistory
007500               REPLACING ==PurchaseHistoryRecord==
007600                   BY ==HIST-RECORD==.
007700
007800**----------------------------------------------------------*
007900*    LEDGER-RECORD - THE QUANTITY ALREADY REFUNDED AGAINST  *
008000*    ONE ITEM LINE OF ONE ARCHIVED SALE                     *
008100**----------------------------------------------------------*
008200 FD  LEDGER-FILE.
008300           COPY RefundLedger
008400               REPLACING ==RefundLedgerRecord==
008500                   BY ==LEDGER-RECORD==.
008600
008700 FD  REPORT-FILE.
008800 01  REPORT-RECORD               PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-SWITCHES.
009200           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
009300               88  END-OF-PURCH-FILE         VALUE "Y".
009400           05  WS-RANGE-SWITCH      PIC X(01)    VALUE "N".
009500               88  END-OF-RANGE              VALUE "Y".
009600           05  WS-MATCH-SWITCH      PIC X(01)    VALUE "N".
009700               88  SALE-MATCHED              VALUE "Y".
009800           05  WS-HIGHER-SWITCH     PIC X(01)    VALUE "N".
009900               88  SEEN-LOWER-PRICE-PAID     VALUE "Y".
010000           05  WS-WINDOW-SWITCH     PIC X(01)    VALUE "N".
010100               88  SEEN-OUTSIDE-WINDOW       VALUE "Y".
010200           05  WS-REFUNDED-SWITCH   PIC X(01)    VALUE "N".
010300               88  SEEN-ALREADY-REFUNDED     VALUE "Y".
010400           05  WS-RB-FOUND-SWITCH   PIC X(01)    VALUE "N".
010500               88  FOUND-RUN-BRANCH          VALUE "Y".
010600           05  WS-PD-FOUND-SWITCH   PIC X(01)    VALUE "N".
010700               88  FOUND-PENDING             VALUE "Y".
010800           05  WS-TL-FOUND-SWITCH   PIC X(01)    VALUE "N".
010900               88  FOUND-TILL                VALUE "Y".
011000
011100 01  WS-FILE-STATUSES.
011200           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
011300           05  WS-PURCH-STATUS      PIC X(02)    VALUE "00".
011400           05  WS-HIST-STATUS       PIC X(02)    VALUE "00".
011500           05  WS-LEDGER-STATUS     PIC X(02)    VALUE "00".
011600           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
011700
011800 01  WS-CHECK-PARMS.
011900           05  WS-WINDOW-DAYS       PIC 9(3)     VALUE 28.
012000
012100 01  WS-INDICES.
012200           05  WS-SALE-IDX          PIC 99       COMP    VALUE 1.
012300           05  WS-INVOICE-IDX       PIC 99       COMP
012400               VALUE ZERO.
012500           05  WS-ITEM-IDX          PIC 99       COMP
012600               VALUE ZERO.
012700           05  WS-SLOT-IDX          PIC 99       COMP
012800               VALUE ZERO.
012900           05  WS-RB-IX             PIC 99       COMP
013000               VALUE ZERO.
013100           05  WS-PD-IX             PIC 9(4)     COMP
013200               VALUE ZERO.
013300           05  WS-EX-IX             PIC 9(4)     COMP
013400               VALUE ZERO.
013500           05  WS-TL-IX             PIC 9(3)     COMP
013600               VALUE ZERO.
013700           05  WS-TL-INSERT-IX      PIC 9(3)     COMP
013800               VALUE ZERO.
013900
014000 01  WS-COUNTERS.
014100           05  WS-MESSAGE-COUNT     PIC 9(6)     COMP
014200               VALUE ZERO.
014300           05  WS-RETURN-INV-COUNT  PIC 9(6)     COMP
014400               VALUE ZERO.
014500           05  WS-RETURN-ITEM-COUNT PIC 9(7)     COMP
014600               VALUE ZERO.
014700           05  WS-MATCHED-COUNT     PIC 9(7)     COMP
014800               VALUE ZERO.
014900           05  WS-NO-SALE-COUNT     PIC 9(7)     COMP
015000               VALUE ZERO.
015100           05  WS-HIGHER-COUNT      PIC 9(7)     COMP
015200               VALUE ZERO.
015300           05  WS-WINDOW-COUNT      PIC 9(7)     COMP
015400               VALUE ZERO.
015500           05  WS-EXCP-OVERFLOW-CNT PIC 9(7)     COMP
015600               VALUE ZERO.
015700           05  WS-LEDGER-ADD-COUNT  PIC 9(7)     COMP
015800               VALUE ZERO.
015900           05  WS-LEDGER-UPD-COUNT  PIC 9(7)     COMP
016000               VALUE ZERO.
016100
016200**----------------------------------------------------------*
016300*    WS-RETURN-ITEM - THE RETURNED ITEM LINE BEING CHECKED, *
016400*    ITS QUANTITY REVERSED TO A POSITIVE RETURNED AMOUNT    *
016500**----------------------------------------------------------*
016600 01  WS-RETURN-ITEM.
016700           05  WS-RET-CUST-REF      PIC 9(10)    VALUE ZERO.
016800           05  WS-RET-ITEM-CODE     PIC X(13)    VALUE SPACES.
016900           05  WS-RET-QTY           PIC S9(9)V9(3) COMP-3
017000               VALUE ZERO.
017100           05  WS-RET-PRICE         PIC S9(4)    COMP-3
017200               VALUE ZERO.
017300           05  WS-RET-DATE-INT      PIC 9(8)     COMP
017400               VALUE ZERO.
017500
017600**----------------------------------------------------------*
017700*    WS-SALE-LINE - THE ARCHIVED SALE LINE BEING OFFERED,   *
017800*    WHAT IS LEFT OF IT TO REFUND, AND THE CLOSEST NEAR     *
017900*    MISS KEPT FOR THE EXCEPTION LINE                       *
018000**----------------------------------------------------------*
018100 01  WS-SALE-LINE.
018200           05  WS-SALE-QTY          PIC S9(9)V9(3) COMP-3
018300               VALUE ZERO.
018400           05  WS-SALE-PRICE        PIC S9(4)    COMP-3
018500               VALUE ZERO.
018600           05  WS-SALE-REFUNDED     PIC S9(9)V9(3) COMP-3
018700               VALUE ZERO.
018800           05  WS-SALE-REMAINING    PIC S9(9)V9(3) COMP-3
018900               VALUE ZERO.
019000           05  WS-SALE-AGE-DAYS     PIC S9(7)    COMP-3
019100               VALUE ZERO.
019200           05  WS-MISS-SALE-DATE    PIC 9(8)     VALUE ZERO.
019300           05  WS-MISS-SALE-PRICE   PIC S9(4)    COMP-3
019400               VALUE ZERO.
019500
019600 01  WS-SALE-KEY.
019700           05  WS-SK-CUST-REF       PIC 9(10).
019800           05  WS-SK-RUN-DATE       PIC 9(8).
019900           05  WS-SK-ARCHIVE-SEQ    PIC 9(6).
020000           05  WS-SK-ITEM-SLOT      PIC 99.
020100
020200 01  WS-EXCEPTION-REASON      PIC X(01)    VALUE SPACE.
020300           88  NO-MATCHING-SALE              VALUE "M".
020400           88  ALREADY-REFUNDED              VALUE "D".
020500           88  ABOVE-PRICE-PAID              VALUE "H".
020600           88  OUTSIDE-WINDOW                VALUE "W".
020700
020800**----------------------------------------------------------*
020900*    WS-RUNCTL-PARMS AND WS-RUNCTL-BRANCHES - FCRUNCTL      *
021000*    CALL PARAMETERS AND THE BRANCHES SEEN THIS RUN, EACH   *
021100*    CHECKED WHEN FIRST SEEN AND STAMPED COMPLETE AT        *
021200*    SUCCESSFUL CLOSE. THE LEDGER IS ONLY WRITTEN AFTER     *
021300*    THE WHOLE FEED HAS BEEN CHECKED, SO A REFUSED RUN      *
021400*    LEAVES REFUNDLG UNTOUCHED                              *
021500**----------------------------------------------------------*
021600 01  WS-RUNCTL-PARMS.
021700           05  WS-RC-FUNCTION       PIC X(01)    VALUE SPACE.
021800           05  WS-RC-RUN-DATE       PIC 9(8)     VALUE ZERO.
021900           05  WS-RC-BRANCH-ID      PIC X(5)     VALUE SPACES.
022000           05  WS-RC-FEED-NAME      PIC X(8)     VALUE "RFNDCK".
022100           05  WS-RC-RETURN         PIC X(01)    VALUE SPACE.
022200
022300 01  WS-RUNCTL-BRANCHES.
022400           05  WS-RB-COUNT          PIC 99       COMP
022500               VALUE ZERO.
022600           05  WS-RB-ENTRY          OCCURS 50 TIMES.
022700               10  WS-RB-RUN-DATE       PIC 9(8)     VALUE ZERO.
022800               10  WS-RB-BRANCH-ID      PIC X(5)     VALUE SPACES.
022900
023000**----------------------------------------------------------*
023100*    WS-PENDING-TABLE - THE REFUNDS MATCHED THIS RUN, BY    *
023200*    SALE LINE, ADDED TO WHAT THE LEDGER ALREADY HOLDS SO A *
023300*    SECOND RETURN OF THE SAME PURCHASE ON THE SAME FEED IS *
023400*    CAUGHT TOO, AND WRITTEN TO THE LEDGER AT CLOSE         *
023500**----------------------------------------------------------*
023600 01  WS-PENDING-TABLE.
023700           05  WS-PD-COUNT          PIC 9(4)     COMP
023800               VALUE ZERO.
023900           05  WS-PD-ENTRY          OCCURS 2000 TIMES.
024000               10  WS-PD-KEY            PIC X(26).
024100               10  WS-PD-QTY            PIC S9(9)V9(3) COMP-3.
024200
024300**----------------------------------------------------------*
024400*    WS-EXCEPTION-TABLE - THE EXCEPTIONS IN FEED ORDER      *
024500**----------------------------------------------------------*
024600 01  WS-EXCEPTION-TABLE.
024700           05  WS-EX-COUNT          PIC 9(4)     COMP
024800               VALUE ZERO.
024900           05  WS-EX-ENTRY          OCCURS 2000 TIMES.
025000               10  WS-EX-BRANCH-ID      PIC X(05).
025100               10  WS-EX-TILL-ID        PIC 9(04).
025200               10  WS-EX-RUN-DATE       PIC 9(8).
025300               10  WS-EX-INVOICE        PIC 99.
025400               10  WS-EX-CUST-REF       PIC 9(10).
025500               10  WS-EX-ITEM-CODE      PIC X(13).
025600               10  WS-EX-QTY            PIC S9(9)V9(3) COMP-3.
025700               10  WS-EX-PRICE          PIC S9(4)    COMP-3.
025800               10  WS-EX-REASON         PIC X(01).
025900               10  WS-EX-SALE-DATE      PIC 9(8).
026000               10  WS-EX-SALE-PRICE     PIC S9(4)    COMP-3.
026100
026200**----------------------------------------------------------*
026300*    WS-TILL-TABLE - EVERY BRANCH AND TILL WITH AN          *
026400*    EXCEPTION, KEPT IN BRANCH AND TILL ORDER AS IT IS      *
026500*    BUILT SO THE REPORT COMES OUT GROUPED                  *
026600**----------------------------------------------------------*
026700 01  WS-TILL-TABLE.
026800           05  WS-TL-COUNT          PIC 9(3)     COMP
026900               VALUE ZERO.
027000           05  WS-TL-ENTRY          OCCURS 500 TIMES.
027100               10  WS-TL-KEY.
027200                   15  WS-TL-BRANCH-ID      PIC X(05).
027300                   15  WS-TL-TILL-ID        PIC 9(04).
027400               10  WS-TL-EXCP-COUNT     PIC 9(5)     COMP.
027500               10  WS-TL-EXCP-VALUE     PIC S9(9)    COMP-3.
027600
027700 01  WS-NEW-TILL-KEY.
027800           05  WS-NT-BRANCH-ID      PIC X(05).
027900           05  WS-NT-TILL-ID        PIC 9(04).
028000
028100 01  WS-EXCEPTION-VALUE       PIC S9(9)    COMP-3  VALUE ZERO.
028200
028300**----------------------------------------------------------*
028400*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD AND        *
028500*    WRITTEN BY 7900-WRITE-RECORD                           *
028600**----------------------------------------------------------*
028700 01  WS-HEADING-LINE.
028800           05  FILLER               PIC X(45)
028900               VALUE
029000                   "FCRFNDCK - REFUND WITHOUT RECEIPT EXCEPTIONS".
029100           05  FILLER               PIC X(16)
029200               VALUE " POLICY WINDOW= ".
029300           05  WS-HDG-WINDOW        PIC ZZ9.
029400           05  FILLER               PIC X(05)    VALUE " DAYS".
029500
029600 01  WS-TILL-HEADER-LINE.
029700           05  FILLER               PIC X(07)    VALUE "BRANCH ".
029800           05  WS-TH-BRANCH-ID      PIC X(05).
029900           05  FILLER               PIC X(06)    VALUE " TILL ".
030000           05  WS-TH-TILL-ID        PIC 9(04).
030100
030200 01  WS-COLUMN-LINE.
030300           05  FILLER               PIC X(40)
030400               VALUE "  RUN DATE INV   CUSTOMER ITEM         ".
030500           05  FILLER               PIC X(40)
030600               VALUE "            QTY PRICE REASON           ".
030700           05  FILLER               PIC X(40)
030800               VALUE "         SALE DATE  PAID               ".
030900
031000 01  WS-EXCEPTION-LINE.
031100           05  FILLER               PIC X(02)    VALUE SPACES.
031200           05  WS-EL-RUN-DATE       PIC 9(8).
031300           05  FILLER               PIC X(01)    VALUE SPACE.
031400           05  WS-EL-INVOICE        PIC Z9.
031500           05  FILLER               PIC X(01)    VALUE SPACE.
031600           05  WS-EL-CUST-REF       PIC 9(10).
031700           05  FILLER               PIC X(01)    VALUE SPACE.
031800           05  WS-EL-ITEM-CODE      PIC X(13).
031900           05  FILLER               PIC X(01)    VALUE SPACE.
032000           05  WS-EL-QTY            PIC -(5)9.9(3).
032100           05  FILLER               PIC X(01)    VALUE SPACE.
032200           05  WS-EL-PRICE          PIC -(4)9.
032300           05  FILLER               PIC X(01)    VALUE SPACE.
032400           05  WS-EL-REASON         PIC X(26).
032500           05  FILLER               PIC X(01)    VALUE SPACE.
032600           05  WS-EL-SALE-DATE      PIC X(08).
032700           05  FILLER               PIC X(01)    VALUE SPACE.
032800           05  WS-EL-SALE-PRICE     PIC X(05).
032900
033000 01  WS-EDITED-FIELDS.
033100           05  WS-ED-SALE-DATE      PIC 9(8).
033200           05  WS-ED-SALE-PRICE     PIC -(4)9.
033300
033400 01  WS-TILL-TOTAL-LINE.
033500           05  FILLER               PIC X(04)    VALUE SPACES.
033600           05  WS-TT-COUNT          PIC Z(4)9.
033700           05  FILLER               PIC X(25)
033800               VALUE " EXCEPTION(S), VALUE=    ".
033900           05  WS-TT-VALUE          PIC -(8)9.
034000
034100 01  WS-TOTAL-LINE.
034200           05  WS-TOT-TEXT          PIC X(40).
034300           05  WS-TOT-COUNT         PIC Z(6)9.
034400
034500 PROCEDURE DIVISION.
034600
034700**----------------------------------------------------------*
034800*    0000-MAINLINE                                          *
034900**----------------------------------------------------------*
035000 0000-MAINLINE.
035100           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
035200           PERFORM 2000-PROCESS-MESSAGE
035300               THRU 2000-PROCESS-MESSAGE-EXIT
035400               UNTIL END-OF-PURCH-FILE.
035500           PERFORM 6000-UPDATE-LEDGER THRU 6000-UPDATE-LEDGER-EXIT
035600               VARYING WS-PD-IX FROM 1 BY 1
035700               UNTIL WS-PD-IX > WS-PD-COUNT.
035800           PERFORM 7000-PRINT-REPORT THRU 7000-PRINT-REPORT-EXIT.
035900           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
036000           STOP RUN.
036100
036200**----------------------------------------------------------*
036300*    1000-INITIALISE - READ THE CONTROL CARD, OPEN FILES    *
036400*    AND PRIME THE READ                                     *
036500**----------------------------------------------------------*
036600 1000-INITIALISE.
036700           OPEN INPUT  PARM-FILE.
036800           IF WS-PARM-STATUS NOT = "00"
036900               DISPLAY "FCRFNDCK: PARM-FILE OPEN FAILED, STATUS="
037000                   WS-PARM-STATUS
037100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
037200           END-IF.
037300           READ PARM-FILE
037400               AT END
037500                   DISPLAY "FCRFNDCK: EMPTY CONTROL CARD"
037600                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
037700           END-READ.
037800           IF PARM-WINDOW-DAYS NUMERIC
037900               AND PARM-WINDOW-DAYS > ZERO
038000               MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
038100           END-IF.
038200           CLOSE PARM-FILE.
038300           OPEN INPUT  PURCH-FILE.
038400           IF WS-PURCH-STATUS NOT = "00"
038500               DISPLAY "FCRFNDCK: PURCH-FILE OPEN FAILED, STATUS="
038600                   WS-PURCH-STATUS
038700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038800           END-IF.
038900           OPEN INPUT  HIST-FILE.
039000           IF WS-HIST-STATUS NOT = "00"
039100               DISPLAY "FCRFNDCK: HIST-FILE OPEN FAILED, STATUS="
039200                   WS-HIST-STATUS
039300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
039400           END-IF.
039500           OPEN I-O    LEDGER-FILE.
039600           IF WS-LEDGER-STATUS NOT = "00"
039700               AND WS-LEDGER-STATUS NOT = "05"
039800               DISPLAY
039900                   "FCRFNDCK: LEDGER-FILE OPEN FAILED, STATUS="
040000                   WS-LEDGER-STATUS
040100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040200           END-IF.
040300           OPEN OUTPUT REPORT-FILE.
040400           IF WS-REPORT-STATUS NOT = "00"
040500               DISPLAY "FCRFNDCK: REPORT OPEN FAILED, STATUS="
040600                   WS-REPORT-STATUS
040700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040800           END-IF.
040900           PERFORM 2900-READ-PURCH-FILE
041000               THRU 2900-READ-PURCH-FILE-EXIT.
041100 1000-INITIALISE-EXIT.
041200           EXIT.
041300
041400**----------------------------------------------------------*
041500*    2000-PROCESS-MESSAGE - CHECK EVERY RETURN INVOICE ON   *
041600*    ONE PURCHASEDATA MESSAGE                               *
041700**----------------------------------------------------------*
041800 2000-PROCESS-MESSAGE.
041900           ADD 1 TO WS-MESSAGE-COUNT.
042000           PERFORM 2800-CHECK-RUN-CONTROL
042100               THRU 2800-CHECK-RUN-CONTROL-EXIT.
042200           COMPUTE WS-RET-DATE-INT =
042300               FUNCTION INTEGER-OF-DATE (RunDate OF PURCH-RECORD).
042400           PERFORM 3000-CHECK-INVOICE THRU 3000-CHECK-INVOICE-EXIT
042500               VARYING WS-INVOICE-IDX FROM 1 BY 1
042600               UNTIL WS-INVOICE-IDX > InvoiceCount OF
042700                   PURCH-RECORD.
042800           PERFORM 2900-READ-PURCH-FILE
042900               THRU 2900-READ-PURCH-FILE-EXIT.
043000 2000-PROCESS-MESSAGE-EXIT.
043100           EXIT.
043200
043300**----------------------------------------------------------*
043400*    2800-CHECK-RUN-CONTROL - ON FIRST SIGHT OF A BRANCH,   *
043500*    ASK THE FCRUNCTL LEDGER WHETHER ITS RETURNS HAVE       *
043600*    ALREADY BEEN CHECKED FOR THAT RUN DATE, AND REFUSE THE *
043700*    RUN IF SO - A DOUBLE RUN WOULD CHARGE EVERY MATCHED    *
043800*    REFUND TO ITS SALE TWICE                               *
043900**----------------------------------------------------------*
044000 2800-CHECK-RUN-CONTROL.
044100           SET WS-RB-FOUND-SWITCH TO "N".
044200           PERFORM 2810-SEARCH-RUN-BRANCH
044300               THRU 2810-SEARCH-RUN-BRANCH-EXIT
044400               VARYING WS-RB-IX FROM 1 BY 1
044500               UNTIL WS-RB-IX > WS-RB-COUNT
044600                   OR FOUND-RUN-BRANCH.
044700           IF FOUND-RUN-BRANCH
044800               GO TO 2800-CHECK-RUN-CONTROL-EXIT
044900           END-IF.
045000           IF WS-RB-COUNT >= 50
045100               DISPLAY "FCRFNDCK: RUN-CONTROL BRANCH TABLE FULL"
045200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
045300           END-IF.
045400           ADD 1 TO WS-RB-COUNT.
045500           MOVE RunDate OF PURCH-RECORD
045600               TO WS-RB-RUN-DATE (WS-RB-COUNT).
045700           MOVE SourceBranchID OF PURCH-RECORD
045800               TO WS-RB-BRANCH-ID (WS-RB-COUNT).
045900           MOVE "C" TO WS-RC-FUNCTION.
046000           MOVE RunDate OF PURCH-RECORD TO WS-RC-RUN-DATE.
046100           MOVE SourceBranchID OF PURCH-RECORD
046200               TO WS-RC-BRANCH-ID.
046300           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
046400               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
046500           IF WS-RC-RETURN = "D"
046600               DISPLAY "FCRFNDCK: RETURNS ALREADY CHECKED FOR"
046700                   " BRANCH " WS-RC-BRANCH-ID " DATE "
046800                   WS-RC-RUN-DATE " - RUN REFUSED"
046900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
047000           END-IF.
047100           IF WS-RC-RETURN = "E"
047200               DISPLAY "FCRFNDCK: RUN-CONTROL LEDGER ERROR"
047300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
047400           END-IF.
047500 2800-CHECK-RUN-CONTROL-EXIT.
047600           EXIT.
047700
047800**----------------------------------------------------------*
047900*    2810-SEARCH-RUN-BRANCH                                 *
048000**----------------------------------------------------------*
048100 2810-SEARCH-RUN-BRANCH.
048200           IF WS-RB-RUN-DATE (WS-RB-IX) = RunDate OF PURCH-RECORD
048300               AND WS-RB-BRANCH-ID (WS-RB-IX)
048400                   = SourceBranchID OF PURCH-RECORD
048500               SET FOUND-RUN-BRANCH TO TRUE
048600           END-IF.
048700 2810-SEARCH-RUN-BRANCH-EXIT.
048800           EXIT.
048900
049000**----------------------------------------------------------*
049100*    2900-READ-PURCH-FILE                                   *
049200**----------------------------------------------------------*
049300 2900-READ-PURCH-FILE.
049400           READ PURCH-FILE
049500               AT END
049600                   SET END-OF-PURCH-FILE TO TRUE
049700           END-READ.
049800           IF NOT END-OF-PURCH-FILE
049900               AND WS-PURCH-STATUS NOT = "00"
050000               DISPLAY "FCRFNDCK: PURCH-FILE READ ERROR, STATUS="
050100                   WS-PURCH-STATUS
050200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
050300           END-IF.
050400 2900-READ-PURCH-FILE-EXIT.
050500           EXIT.
050600
050700**----------------------------------------------------------*
050800*    3000-CHECK-INVOICE - ONLY RETURN INVOICES ARE CHECKED  *
050900**----------------------------------------------------------*
051000 3000-CHECK-INVOICE.
051100           IF NOT Return-Transaction OF PURCH-RECORD
051200               (WS-SALE-IDX, WS-INVOICE-IDX)
051300               GO TO 3000-CHECK-INVOICE-EXIT
051400           END-IF.
051500           ADD 1 TO WS-RETURN-INV-COUNT.
051600           MOVE CustomerReference OF PURCH-RECORD
051700               (WS-SALE-IDX, WS-INVOICE-IDX) TO WS-RET-CUST-REF.
051800           PERFORM 3100-CHECK-RETURN-ITEM
051900               THRU 3100-CHECK-RETURN-ITEM-EXIT
052000               VARYING WS-ITEM-IDX FROM 1 BY 1
052100               UNTIL WS-ITEM-IDX > ItemCount OF PURCH-RECORD.
052200 3000-CHECK-INVOICE-EXIT.
052300           EXIT.
052400
052500**----------------------------------------------------------*
052600*    3100-CHECK-RETURN-ITEM - EXTRACT ONE RETURNED ITEM     *
052700*    LINE'S CODE, QUANTITY (OR WEIGHT) AND PRICE, THEN LOOK *
052800*    FOR THE SALE IT CAME FROM. RETURN QUANTITIES COME IN   *
052900*    NEGATIVE AND ARE REVERSED TO POSITIVE                  *
053000**----------------------------------------------------------*
053100 3100-CHECK-RETURN-ITEM.
053200           EVALUATE TRUE
053300               WHEN Barcoded-Item OF PURCH-RECORD
053400                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
053500                   MOVE ItemCode OF Item1 OF PURCH-RECORD
053600                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
053700                       TO WS-RET-ITEM-CODE
053800                   MOVE Price OF Item1 OF PURCH-RECORD
053900                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
054000                       TO WS-RET-PRICE
054100                   COMPUTE WS-RET-QTY =
054200                       0 - Quantity OF Item1 OF PURCH-RECORD
054300                  (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
054400               WHEN Clothing-Item OF PURCH-RECORD
054500                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
054600                   MOVE ItemCode OF Item2 OF PURCH-RECORD
054700                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
054800                       TO WS-RET-ITEM-CODE
054900                   MOVE Price OF Item2 OF PURCH-RECORD
055000                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
055100                       TO WS-RET-PRICE
055200                   COMPUTE WS-RET-QTY =
055300                       0 - Quantity OF Item2 OF PURCH-RECORD
055400                  (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
055500               WHEN Weighed-Item OF PURCH-RECORD
055600                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
055700                   MOVE ItemCode OF Item3 OF PURCH-RECORD
055800                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
055900                       TO WS-RET-ITEM-CODE
056000                   MOVE Price OF Item3 OF PURCH-RECORD
056100                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
056200                       TO WS-RET-PRICE
056300                   COMPUTE WS-RET-QTY =
056400                       0 - Weight OF Item3 OF PURCH-RECORD
056500                  (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
056600               WHEN OTHER
056700                   GO TO 3100-CHECK-RETURN-ITEM-EXIT
056800           END-EVALUATE.
056900           IF WS-RET-QTY < ZERO
057000               COMPUTE WS-RET-QTY = 0 - WS-RET-QTY
057100           END-IF.
057200           ADD 1 TO WS-RETURN-ITEM-COUNT.
057300           MOVE "N" TO WS-MATCH-SWITCH.
057400           MOVE "N" TO WS-HIGHER-SWITCH.
057500           MOVE "N" TO WS-WINDOW-SWITCH.
057600           MOVE "N" TO WS-REFUNDED-SWITCH.
057700           MOVE ZERO TO WS-MISS-SALE-DATE.
057800           MOVE ZERO TO WS-MISS-SALE-PRICE.
057900           IF WS-RET-CUST-REF NOT = ZERO
058000               PERFORM 3200-FIND-SALE THRU 3200-FIND-SALE-EXIT
058100           END-IF.
058200           EVALUATE TRUE
058300               WHEN SALE-MATCHED
058400                   ADD 1 TO WS-MATCHED-COUNT
058500                   GO TO 3100-CHECK-RETURN-ITEM-EXIT
058600               WHEN SEEN-LOWER-PRICE-PAID
058700                   SET ABOVE-PRICE-PAID TO TRUE
058800                   ADD 1 TO WS-HIGHER-COUNT
058900               WHEN SEEN-OUTSIDE-WINDOW
059000                   SET OUTSIDE-WINDOW TO TRUE
059100                   ADD 1 TO WS-WINDOW-COUNT
059200               WHEN SEEN-ALREADY-REFUNDED
059300                   SET ALREADY-REFUNDED TO TRUE
059400                   ADD 1 TO WS-NO-SALE-COUNT
059500               WHEN OTHER
059600                   SET NO-MATCHING-SALE TO TRUE
059700                   ADD 1 TO WS-NO-SALE-COUNT
059800           END-EVALUATE.
059900           PERFORM 5000-RECORD-EXCEPTION
060000               THRU 5000-RECORD-EXCEPTION-EXIT.
060100 3100-CHECK-RETURN-ITEM-EXIT.
060200           EXIT.
060300
060400**----------------------------------------------------------*
060500*    3200-FIND-SALE - THE CUSTOMER'S ARCHIVED INVOICES ARE  *
060600*    READ IN RUN DATE ORDER FROM THE LEADING PART OF THE    *
060700*    KEY, SO THE OLDEST QUALIFYING SALE IS USED FIRST       *
060800**----------------------------------------------------------*
060900 3200-FIND-SALE.
061000           MOVE "N" TO WS-RANGE-SWITCH.
061100           MOVE WS-RET-CUST-REF
061200               TO CustomerReference OF HIST-RECORD.
061300           MOVE ZERO TO RunDate OF HIST-RECORD.
061400           MOVE ZERO TO ArchiveSeqNo.
061500           START HIST-FILE
061600               KEY IS NOT LESS THAN HistoryKey
061700               INVALID KEY
061800                   SET END-OF-RANGE TO TRUE
061900           END-START.
062000           PERFORM 3210-NEXT-SALE THRU 3210-NEXT-SALE-EXIT
062100               UNTIL END-OF-RANGE OR SALE-MATCHED.
062200 3200-FIND-SALE-EXIT.
062300           EXIT.
062400
062500**----------------------------------------------------------*
062600*    3210-NEXT-SALE - A SALE AFTER THE RETURN'S OWN RUN     *
062700*    DATE CANNOT BE WHERE IT CAME FROM, SO THE SCAN STOPS   *
062800*    THERE AS WELL AS AT THE NEXT CUSTOMER                  *
062900**----------------------------------------------------------*
063000 3210-NEXT-SALE.
063100           READ HIST-FILE NEXT RECORD
063200               AT END
063300                   SET END-OF-RANGE TO TRUE
063400                   GO TO 3210-NEXT-SALE-EXIT
063500           END-READ.
063600           IF CustomerReference OF HIST-RECORD NOT =
063700               WS-RET-CUST-REF
063800               OR RunDate OF HIST-RECORD > RunDate OF PURCH-RECORD
063900               SET END-OF-RANGE TO TRUE
064000               GO TO 3210-NEXT-SALE-EXIT
064100           END-IF.
064200           IF NOT Sale-Transaction OF HIST-RECORD
064300               GO TO 3210-NEXT-SALE-EXIT
064400           END-IF.
064500           COMPUTE WS-SALE-AGE-DAYS = WS-RET-DATE-INT
064600               - FUNCTION INTEGER-OF-DATE (RunDate OF
064700                   HIST-RECORD).
064800           PERFORM 3300-OFFER-SALE-ITEM
064900               THRU 3300-OFFER-SALE-ITEM-EXIT
065000               VARYING WS-SLOT-IDX FROM 1 BY 1
065100               UNTIL WS-SLOT-IDX > ItemCount OF HIST-RECORD
065200                   OR WS-SLOT-IDX > 50
065300                   OR SALE-MATCHED.
065400 3210-NEXT-SALE-EXIT.
065500           EXIT.
065600
065700**----------------------------------------------------------*
065800*    3300-OFFER-SALE-ITEM - A LINE OF THE SAME ITEM MATCHES *
065900*    WHEN ENOUGH OF IT IS LEFT UNREFUNDED, THE PRICE PAID   *
066000*    IS NO LOWER THAN THE REFUND PRICE AND THE SALE IS      *
066100*    INSIDE THE WINDOW. A NEAR MISS IS REMEMBERED FOR THE   *
066200*    EXCEPTION REASON                                       *
066300**----------------------------------------------------------*
066400 3300-OFFER-SALE-ITEM.
066500           EVALUATE TRUE
066600               WHEN Barcoded-Item OF HIST-RECORD (WS-SLOT-IDX)
066700                   IF ItemCode OF Item1 OF HIST-RECORD
066800                       (WS-SLOT-IDX)
066900                       NOT = WS-RET-ITEM-CODE
067000                       GO TO 3300-OFFER-SALE-ITEM-EXIT
067100                   END-IF
067200                   MOVE Price OF Item1 OF HIST-RECORD
067300                       (WS-SLOT-IDX)
067400                       TO WS-SALE-PRICE
067500                   MOVE Quantity OF Item1 OF HIST-RECORD
067600                       (WS-SLOT-IDX)
067700                       TO WS-SALE-QTY
067800               WHEN Clothing-Item OF HIST-RECORD (WS-SLOT-IDX)
067900                   IF ItemCode OF Item2 OF HIST-RECORD
068000                       (WS-SLOT-IDX)
068100                       NOT = WS-RET-ITEM-CODE
068200                       GO TO 3300-OFFER-SALE-ITEM-EXIT
068300                   END-IF
068400                   MOVE Price OF Item2 OF HIST-RECORD
068500                       (WS-SLOT-IDX)
068600                       TO WS-SALE-PRICE
068700                   MOVE Quantity OF Item2 OF HIST-RECORD
068800                       (WS-SLOT-IDX)
068900                       TO WS-SALE-QTY
069000               WHEN Weighed-Item OF HIST-RECORD (WS-SLOT-IDX)
069100                   IF ItemCode OF Item3 OF HIST-RECORD
069200                       (WS-SLOT-IDX)
069300                       NOT = WS-RET-ITEM-CODE
069400                       GO TO 3300-OFFER-SALE-ITEM-EXIT
069500                   END-IF
069600                   MOVE Price OF Item3 OF HIST-RECORD
069700                       (WS-SLOT-IDX)
069800                       TO WS-SALE-PRICE
069900                   MOVE Weight OF Item3 OF HIST-RECORD
070000                       (WS-SLOT-IDX)
070100                       TO WS-SALE-QTY
070200               WHEN OTHER
070300                   GO TO 3300-OFFER-SALE-ITEM-EXIT
070400           END-EVALUATE.
070500           PERFORM 3400-ALREADY-REFUNDED
070600               THRU 3400-ALREADY-REFUNDED-EXIT.
070700           COMPUTE WS-SALE-REMAINING =
070800               WS-SALE-QTY - WS-SALE-REFUNDED.
070900           IF WS-SALE-REMAINING < WS-RET-QTY
071000               IF WS-SALE-REFUNDED > ZERO
071100                   SET SEEN-ALREADY-REFUNDED TO TRUE
071200                   MOVE RunDate OF HIST-RECORD
071300                       TO WS-MISS-SALE-DATE
071400                   MOVE WS-SALE-PRICE TO WS-MISS-SALE-PRICE
071500               END-IF
071600               GO TO 3300-OFFER-SALE-ITEM-EXIT
071700           END-IF.
071800           IF WS-SALE-PRICE < WS-RET-PRICE
071900               SET SEEN-LOWER-PRICE-PAID TO TRUE
072000               MOVE RunDate OF HIST-RECORD TO WS-MISS-SALE-DATE
072100               MOVE WS-SALE-PRICE TO WS-MISS-SALE-PRICE
072200               GO TO 3300-OFFER-SALE-ITEM-EXIT
072300           END-IF.
072400           IF WS-SALE-AGE-DAYS > WS-WINDOW-DAYS
072500               IF NOT SEEN-LOWER-PRICE-PAID
072600                   MOVE RunDate OF HIST-RECORD
072700                       TO WS-MISS-SALE-DATE
072800                   MOVE WS-SALE-PRICE TO WS-MISS-SALE-PRICE
072900               END-IF
073000               SET SEEN-OUTSIDE-WINDOW TO TRUE
073100               GO TO 3300-OFFER-SALE-ITEM-EXIT
073200           END-IF.
073300           SET SALE-MATCHED TO TRUE.
073400           PERFORM 3500-CHARGE-REFUND
073500               THRU 3500-CHARGE-REFUND-EXIT.
073600 3300-OFFER-SALE-ITEM-EXIT.
073700           EXIT.
073800
073900**----------------------------------------------------------*
074000*    3400-ALREADY-REFUNDED - WHAT THE LEDGER HOLDS AGAINST  *
074100*    THE SALE LINE PLUS WHAT THIS RUN HAS MATCHED TO IT     *
074200**----------------------------------------------------------*
074300 3400-ALREADY-REFUNDED.
074400           MOVE WS-RET-CUST-REF TO WS-SK-CUST-REF.
074500           MOVE RunDate OF HIST-RECORD TO WS-SK-RUN-DATE.
074600           MOVE ArchiveSeqNo TO WS-SK-ARCHIVE-SEQ.
074700           MOVE WS-SLOT-IDX TO WS-SK-ITEM-SLOT.
074800           MOVE ZERO TO WS-SALE-REFUNDED.
074900           MOVE WS-SALE-KEY TO RefundKey.
075000           READ LEDGER-FILE
075100               INVALID KEY
075200                   MOVE ZERO TO RefundedQuantity
075300           END-READ.
075400           IF WS-LEDGER-STATUS = "00"
075500               MOVE RefundedQuantity TO WS-SALE-REFUNDED
075600           END-IF.
075700           PERFORM 3410-FIND-PENDING THRU 3410-FIND-PENDING-EXIT.
075800           IF FOUND-PENDING
075900               ADD WS-PD-QTY (WS-PD-IX) TO WS-SALE-REFUNDED
076000           END-IF.
076100 3400-ALREADY-REFUNDED-EXIT.
076200           EXIT.
076300
076400**----------------------------------------------------------*
076500*    3410-FIND-PENDING - LEAVES WS-PD-IX ON THE ENTRY FOR   *
076600*    THE SALE LINE IN WS-SALE-KEY WHEN THERE IS ONE         *
076700**----------------------------------------------------------*
076800 3410-FIND-PENDING.
076900           SET WS-PD-FOUND-SWITCH TO "N".
077000           PERFORM 3420-SEARCH-PENDING
077100               THRU 3420-SEARCH-PENDING-EXIT
077200               VARYING WS-PD-IX FROM 1 BY 1
077300               UNTIL WS-PD-IX > WS-PD-COUNT OR FOUND-PENDING.
077400           IF FOUND-PENDING
077500               SUBTRACT 1 FROM WS-PD-IX
077600           END-IF.
077700 3410-FIND-PENDING-EXIT.
077800           EXIT.
077900
078000**----------------------------------------------------------*
078100*    3420-SEARCH-PENDING                                    *
078200**----------------------------------------------------------*
078300 3420-SEARCH-PENDING.
078400           IF WS-PD-KEY (WS-PD-IX) = WS-SALE-KEY
078500               SET FOUND-PENDING TO TRUE
078600           END-IF.
078700 3420-SEARCH-PENDING-EXIT.
078800           EXIT.
078900
079000**----------------------------------------------------------*
079100*    3500-CHARGE-REFUND - CHARGE THE RETURNED QUANTITY TO   *
079200*    THE SALE LINE IT MATCHED, READY FOR THE LEDGER         *
079300**----------------------------------------------------------*
079400 3500-CHARGE-REFUND.
079500           IF FOUND-PENDING
079600               ADD WS-RET-QTY TO WS-PD-QTY (WS-PD-IX)
079700               GO TO 3500-CHARGE-REFUND-EXIT
079800           END-IF.
079900           IF WS-PD-COUNT >= 2000
080000               DISPLAY
080100                   "FCRFNDCK: MORE THAN 2000 REFUNDS MATCHED -"
080200                   " SPLIT THE FEED"
080300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
080400           END-IF.
080500           ADD 1 TO WS-PD-COUNT.
080600           MOVE WS-SALE-KEY TO WS-PD-KEY (WS-PD-COUNT).
080700           MOVE WS-RET-QTY TO WS-PD-QTY (WS-PD-COUNT).
080800 3500-CHARGE-REFUND-EXIT.
080900           EXIT.
081000
081100**----------------------------------------------------------*
081200*    5000-RECORD-EXCEPTION - KEEP THE EXCEPTION AND ENTER   *
081300*    ITS BRANCH AND TILL IN THE TILL TABLE                  *
081400**----------------------------------------------------------*
081500 5000-RECORD-EXCEPTION.
081600           IF WS-EX-COUNT >= 2000
081700               ADD 1 TO WS-EXCP-OVERFLOW-CNT
081800               GO TO 5000-RECORD-EXCEPTION-EXIT
081900           END-IF.
082000           ADD 1 TO WS-EX-COUNT.
082100           MOVE WS-EX-COUNT TO WS-EX-IX.
082200           MOVE SourceBranchID OF PURCH-RECORD
082300               TO WS-EX-BRANCH-ID (WS-EX-IX).
082400           MOVE SourceTillID OF PURCH-RECORD
082500               TO WS-EX-TILL-ID (WS-EX-IX).
082600           MOVE RunDate OF PURCH-RECORD
082700               TO WS-EX-RUN-DATE (WS-EX-IX).
082800           MOVE WS-INVOICE-IDX TO WS-EX-INVOICE (WS-EX-IX).
082900           MOVE WS-RET-CUST-REF TO WS-EX-CUST-REF (WS-EX-IX).
083000           MOVE WS-RET-ITEM-CODE TO WS-EX-ITEM-CODE (WS-EX-IX).
083100           MOVE WS-RET-QTY TO WS-EX-QTY (WS-EX-IX).
083200           MOVE WS-RET-PRICE TO WS-EX-PRICE (WS-EX-IX).
083300           MOVE WS-EXCEPTION-REASON TO WS-EX-REASON (WS-EX-IX).
083400           MOVE WS-MISS-SALE-DATE TO WS-EX-SALE-DATE (WS-EX-IX).
083500           MOVE WS-MISS-SALE-PRICE TO WS-EX-SALE-PRICE (WS-EX-IX).
083600           MOVE SourceBranchID OF PURCH-RECORD TO WS-NT-BRANCH-ID.
083700           MOVE SourceTillID OF PURCH-RECORD TO WS-NT-TILL-ID.
083800           PERFORM 5100-FIND-OR-ADD-TILL
083900               THRU 5100-FIND-OR-ADD-TILL-EXIT.
084000           COMPUTE WS-EXCEPTION-VALUE ROUNDED =
084100               WS-RET-QTY * WS-RET-PRICE.
084200           ADD 1 TO WS-TL-EXCP-COUNT (WS-TL-IX).
084300           ADD WS-EXCEPTION-VALUE TO WS-TL-EXCP-VALUE (WS-TL-IX).
084400 5000-RECORD-EXCEPTION-EXIT.
084500           EXIT.
084600
084700**----------------------------------------------------------*
084800*    5100-FIND-OR-ADD-TILL - THE TABLE IS IN BRANCH AND     *
084900*    TILL ORDER: STOP AT THE ENTRY OR THE FIRST ONE PAST    *
085000*    IT, AND OPEN A GAP THERE FOR A NEW TILL                *
085100**----------------------------------------------------------*
085200 5100-FIND-OR-ADD-TILL.
085300           SET WS-TL-FOUND-SWITCH TO "N".
085400           PERFORM 5110-SEARCH-TILL THRU 5110-SEARCH-TILL-EXIT
085500               VARYING WS-TL-IX FROM 1 BY 1
085600               UNTIL WS-TL-IX > WS-TL-COUNT
085700                   OR WS-TL-KEY (WS-TL-IX) NOT < WS-NEW-TILL-KEY.
085800           IF WS-TL-IX NOT > WS-TL-COUNT
085900               AND WS-TL-KEY (WS-TL-IX) = WS-NEW-TILL-KEY
086000               GO TO 5100-FIND-OR-ADD-TILL-EXIT
086100           END-IF.
086200           IF WS-TL-COUNT >= 500
086300               DISPLAY
086400                   "FCRFNDCK: MORE THAN 500 TILLS WITH EXCEPTIONS"
086500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
086600           END-IF.
086700           MOVE WS-TL-IX TO WS-TL-INSERT-IX.
086800           PERFORM 5120-SHIFT-TILL THRU 5120-SHIFT-TILL-EXIT
086900               VARYING WS-TL-IX FROM WS-TL-COUNT BY -1
087000               UNTIL WS-TL-IX < WS-TL-INSERT-IX.
087100           ADD 1 TO WS-TL-COUNT.
087200           MOVE WS-TL-INSERT-IX TO WS-TL-IX.
087300           MOVE WS-NEW-TILL-KEY TO WS-TL-KEY (WS-TL-IX).
087400           MOVE ZERO TO WS-TL-EXCP-COUNT (WS-TL-IX).
087500           MOVE ZERO TO WS-TL-EXCP-VALUE (WS-TL-IX).
087600 5100-FIND-OR-ADD-TILL-EXIT.
087700           EXIT.
087800
087900**----------------------------------------------------------*
088000*    5110-SEARCH-TILL - THE TEST IS IN THE UNTIL CLAUSE     *
088100**----------------------------------------------------------*
088200 5110-SEARCH-TILL.
088300           CONTINUE.
088400 5110-SEARCH-TILL-EXIT.
088500           EXIT.
088600
088700**----------------------------------------------------------*
088800*    5120-SHIFT-TILL - MOVE ONE ENTRY UP A PLACE            *
088900**----------------------------------------------------------*
089000 5120-SHIFT-TILL.
089100           MOVE WS-TL-ENTRY (WS-TL-IX)
089200               TO WS-TL-ENTRY (WS-TL-IX + 1).
089300 5120-SHIFT-TILL-EXIT.
089400           EXIT.
089500
089600**----------------------------------------------------------*
089700*    6000-UPDATE-LEDGER - ADD ONE SALE LINE'S REFUNDS FROM  *
089800*    THIS RUN TO THE LEDGER                                 *
089900**----------------------------------------------------------*
090000 6000-UPDATE-LEDGER.
090100           MOVE WS-PD-KEY (WS-PD-IX) TO RefundKey.
090200           READ LEDGER-FILE
090300               INVALID KEY
090400                   MOVE WS-PD-QTY (WS-PD-IX) TO RefundedQuantity
090500                   MOVE WS-RC-RUN-DATE TO LastRefundDate
090600                   WRITE LEDGER-RECORD
090700                       INVALID KEY
090800                           DISPLAY
090900                               "FCRFNDCK: LEDGER WRITE REJECTED"
091000                           PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
091100                   END-WRITE
091200                   ADD 1 TO WS-LEDGER-ADD-COUNT
091300                   GO TO 6000-UPDATE-LEDGER-EXIT
091400           END-READ.
091500           ADD WS-PD-QTY (WS-PD-IX) TO RefundedQuantity.
091600           MOVE WS-RC-RUN-DATE TO LastRefundDate.
091700           REWRITE LEDGER-RECORD
091800               INVALID KEY
091900                   DISPLAY "FCRFNDCK: LEDGER REWRITE REJECTED"
092000                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
092100           END-REWRITE.
092200           ADD 1 TO WS-LEDGER-UPD-COUNT.
092300 6000-UPDATE-LEDGER-EXIT.
092400           EXIT.
092500
092600**----------------------------------------------------------*
092700*    7000-PRINT-REPORT - THE EXCEPTIONS BY BRANCH AND TILL, *
092800*    THEN THE RUN'S TOTALS BY REASON                        *
092900**----------------------------------------------------------*
093000 7000-PRINT-REPORT.
093100           MOVE WS-WINDOW-DAYS TO WS-HDG-WINDOW.
093200           MOVE WS-HEADING-LINE TO REPORT-RECORD.
093300           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
093400           PERFORM 7100-PRINT-TILL THRU 7100-PRINT-TILL-EXIT
093500               VARYING WS-TL-IX FROM 1 BY 1
093600               UNTIL WS-TL-IX > WS-TL-COUNT.
093700           MOVE SPACES TO REPORT-RECORD.
093800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
093900           MOVE "RETURN ITEM LINES CHECKED" TO WS-TOT-TEXT.
094000           MOVE WS-RETURN-ITEM-COUNT TO WS-TOT-COUNT.
094100           PERFORM 7300-PRINT-TOTAL THRU 7300-PRINT-TOTAL-EXIT.
094200           MOVE "MATCHED TO AN EARLIER SALE" TO WS-TOT-TEXT.
094300           MOVE WS-MATCHED-COUNT TO WS-TOT-COUNT.
094400           PERFORM 7300-PRINT-TOTAL THRU 7300-PRINT-TOTAL-EXIT.
094500           MOVE "NO MATCHING SALE" TO WS-TOT-TEXT.
094600           MOVE WS-NO-SALE-COUNT TO WS-TOT-COUNT.
094700           PERFORM 7300-PRINT-TOTAL THRU 7300-PRINT-TOTAL-EXIT.
094800           MOVE "REFUNDED ABOVE THE PRICE PAID" TO WS-TOT-TEXT.
094900           MOVE WS-HIGHER-COUNT TO WS-TOT-COUNT.
095000           PERFORM 7300-PRINT-TOTAL THRU 7300-PRINT-TOTAL-EXIT.
095100           MOVE "OUTSIDE THE RETURNS WINDOW" TO WS-TOT-TEXT.
095200           MOVE WS-WINDOW-COUNT TO WS-TOT-COUNT.
095300           PERFORM 7300-PRINT-TOTAL THRU 7300-PRINT-TOTAL-EXIT.
095400           IF WS-EXCP-OVERFLOW-CNT > ZERO
095500               MOVE "EXCEPTIONS NOT LISTED (TABLE FULL)"
095600                   TO WS-TOT-TEXT
095700               MOVE WS-EXCP-OVERFLOW-CNT TO WS-TOT-COUNT
095800               PERFORM 7300-PRINT-TOTAL THRU 7300-PRINT-TOTAL-EXIT
095900           END-IF.
096000 7000-PRINT-REPORT-EXIT.
096100           EXIT.
096200
096300**----------------------------------------------------------*
096400*    7100-PRINT-TILL - ONE BRANCH AND TILL'S EXCEPTIONS     *
096500**----------------------------------------------------------*
096600 7100-PRINT-TILL.
096700           MOVE SPACES TO REPORT-RECORD.
096800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
096900           MOVE WS-TL-BRANCH-ID (WS-TL-IX) TO WS-TH-BRANCH-ID.
097000           MOVE WS-TL-TILL-ID (WS-TL-IX) TO WS-TH-TILL-ID.
097100           MOVE WS-TILL-HEADER-LINE TO REPORT-RECORD.
097200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
097300           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
097400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
097500           PERFORM 7200-PRINT-EXCEPTION
097600               THRU 7200-PRINT-EXCEPTION-EXIT
097700               VARYING WS-EX-IX FROM 1 BY 1
097800               UNTIL WS-EX-IX > WS-EX-COUNT.
097900           MOVE WS-TL-EXCP-COUNT (WS-TL-IX) TO WS-TT-COUNT.
098000           MOVE WS-TL-EXCP-VALUE (WS-TL-IX) TO WS-TT-VALUE.
098100           MOVE WS-TILL-TOTAL-LINE TO REPORT-RECORD.
098200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
098300 7100-PRINT-TILL-EXIT.
098400           EXIT.
098500
098600**----------------------------------------------------------*
098700*    7200-PRINT-EXCEPTION - ONE LINE, WITH THE NEAREST SALE *
098800*    WHERE THERE WAS ONE                                    *
098900**----------------------------------------------------------*
099000 7200-PRINT-EXCEPTION.
099100           IF WS-EX-BRANCH-ID (WS-EX-IX) NOT = WS-TL-BRANCH-ID
099200               (WS-TL-IX)
099300               OR WS-EX-TILL-ID (WS-EX-IX)
099400                   NOT = WS-TL-TILL-ID (WS-TL-IX)
099500               GO TO 7200-PRINT-EXCEPTION-EXIT
099600           END-IF.
099700           MOVE WS-EX-RUN-DATE (WS-EX-IX) TO WS-EL-RUN-DATE.
099800           MOVE WS-EX-INVOICE (WS-EX-IX) TO WS-EL-INVOICE.
099900           MOVE WS-EX-CUST-REF (WS-EX-IX) TO WS-EL-CUST-REF.
100000           MOVE WS-EX-ITEM-CODE (WS-EX-IX) TO WS-EL-ITEM-CODE.
100100           MOVE WS-EX-QTY (WS-EX-IX) TO WS-EL-QTY.
100200           MOVE WS-EX-PRICE (WS-EX-IX) TO WS-EL-PRICE.
100300           EVALUATE WS-EX-REASON (WS-EX-IX)
100400               WHEN "H"
100500                   MOVE "ABOVE PRICE PAID" TO WS-EL-REASON
100600               WHEN "W"
100700                   MOVE "OUTSIDE RETURNS WINDOW" TO WS-EL-REASON
100800               WHEN "D"
100900                   MOVE "NO SALE - ALREADY REFUNDED"
101000                       TO WS-EL-REASON
101100               WHEN OTHER
101200                   MOVE "NO MATCHING SALE" TO WS-EL-REASON
101300           END-EVALUATE.
101400           IF WS-EX-CUST-REF (WS-EX-IX) = ZERO
101500               MOVE "NO SALE - NO CUSTOMER REF" TO WS-EL-REASON
101600           END-IF.
101700           MOVE SPACES TO WS-EL-SALE-DATE.
101800           MOVE SPACES TO WS-EL-SALE-PRICE.
101900           IF WS-EX-SALE-DATE (WS-EX-IX) NOT = ZERO
102000               MOVE WS-EX-SALE-DATE (WS-EX-IX) TO WS-ED-SALE-DATE
102100               MOVE WS-ED-SALE-DATE TO WS-EL-SALE-DATE
102200               MOVE WS-EX-SALE-PRICE (WS-EX-IX)
102300                   TO WS-ED-SALE-PRICE
102400               MOVE WS-ED-SALE-PRICE TO WS-EL-SALE-PRICE
102500           END-IF.
102600           MOVE WS-EXCEPTION-LINE TO REPORT-RECORD.
102700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
102800 7200-PRINT-EXCEPTION-EXIT.
102900           EXIT.
103000
103100**----------------------------------------------------------*
103200*    7300-PRINT-TOTAL                                       *
103300**----------------------------------------------------------*
103400 7300-PRINT-TOTAL.
103500           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
103600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
103700 7300-PRINT-TOTAL-EXIT.
103800           EXIT.
103900
104000**----------------------------------------------------------*
104100*    7900-WRITE-RECORD - WRITE THE LINE IN REPORT-RECORD    *
104200**----------------------------------------------------------*
104300 7900-WRITE-RECORD.
104400           WRITE REPORT-RECORD.
104500           IF WS-REPORT-STATUS NOT = "00"
104600               DISPLAY "FCRFNDCK: REPORT WRITE ERROR, STATUS="
104700                   WS-REPORT-STATUS
104800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
104900           END-IF.
105000 7900-WRITE-RECORD-EXIT.
105100           EXIT.
105200
105300**----------------------------------------------------------*
105400*    8000-TERMINATE - CLOSE DOWN THE FILES, STAMP THE RUN   *
105500*    CONTROL LEDGER AND DISPLAY THE RUN'S CONTROL TOTALS    *
105600**----------------------------------------------------------*
105700 8000-TERMINATE.
105800           CLOSE PURCH-FILE.
105900           CLOSE HIST-FILE.
106000           CLOSE LEDGER-FILE.
106100           CLOSE REPORT-FILE.
106200           DISPLAY "FCRFNDCK: " WS-MESSAGE-COUNT " MESSAGE(S), "
106300               WS-RETURN-INV-COUNT " RETURN INVOICE(S), "
106400               WS-RETURN-ITEM-COUNT " RETURN ITEM LINE(S)".
106500           DISPLAY "FCRFNDCK: " WS-MATCHED-COUNT " MATCHED, "
106600               WS-NO-SALE-COUNT " NO SALE, " WS-HIGHER-COUNT
106700               " ABOVE PRICE PAID, " WS-WINDOW-COUNT
106800               " OUTSIDE WINDOW".
106900           DISPLAY "FCRFNDCK: " WS-LEDGER-ADD-COUNT
107000               " LEDGER LINE(S) ADDED, " WS-LEDGER-UPD-COUNT
107100               " UPDATED".
107200           PERFORM 8100-STAMP-RUN-CONTROL
107300               THRU 8100-STAMP-RUN-CONTROL-EXIT
107400               VARYING WS-RB-IX FROM 1 BY 1
107500               UNTIL WS-RB-IX > WS-RB-COUNT.
107600 8000-TERMINATE-EXIT.
107700           EXIT.
107800
107900**----------------------------------------------------------*
108000*    8100-STAMP-RUN-CONTROL                                 *
108100**----------------------------------------------------------*
108200 8100-STAMP-RUN-CONTROL.
108300           MOVE "S" TO WS-RC-FUNCTION.
108400           MOVE WS-RB-RUN-DATE (WS-RB-IX)  TO WS-RC-RUN-DATE.
108500           MOVE WS-RB-BRANCH-ID (WS-RB-IX) TO WS-RC-BRANCH-ID.
108600           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
108700               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
108800           IF WS-RC-RETURN = "E"
108900               DISPLAY "FCRFNDCK: RUN-CONTROL STAMP FAILED FOR"
109000                   " BRANCH " WS-RC-BRANCH-ID
109100           END-IF.
109200 8100-STAMP-RUN-CONTROL-EXIT.
109300           EXIT.
109400
109500**----------------------------------------------------------*
109600*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
109700*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
109800**----------------------------------------------------------*
109900 9999-ABEND.
110000           MOVE 16 TO RETURN-CODE.
110100           STOP RUN.
110200 9999-ABEND-EXIT.
110300           EXIT.
