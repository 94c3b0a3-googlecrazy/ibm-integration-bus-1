000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCSTKXFR.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - INTER-BRANCH STOCK
000800*                          TRANSFERS. APPLIES THE STKXFER FEED TO
000900*                          THE BRANCH-LEVEL STCKMSTR LEDGER. A
001000*                          DESPATCH LINE (SENDING BRANCH,
001100*                          RECEIVING BRANCH, ITEMCODE, QUANTITY)
001200*                          TAKES THE QUANTITY OUT OF THE SENDING
001300*                          BRANCH'S ON-HAND AND PUTS IT IN
001400*                          TRANSIT AT THE RECEIVING BRANCH; THE
001500*                          RECEIVING BRANCH'S CONFIRMATION LINE
001600*                          MOVES IT FROM IN-TRANSIT TO ON-HAND.
001700*                          EACH SIDE IS JOURNALLED TO STKJRNL AS A
001800*                          TRANSFER-OUT OR TRANSFER-IN MOVEMENT
001900*                          WITH A BEFORE/AFTER IMAGE PAIR ON
002000*                          RCVYLOG, THE SAME WAY FCGRUPDT BOOKS
002100*                          DELIVERIES. THE REGISTER LISTS EVERY
002200*                          LINE BOOKED OR REJECTED AND CLOSES
002300*                          WITH THE GOODS STILL IN TRANSIT. THE
002400*                          RUN IS GUARDED BY THE FCRUNCTL
002500*                          RUN-CONTROL LEDGER IN A PRE-SCAN OF
002600*                          THE WHOLE FEED.
002610*       15-OCT-2026  DP    NEW LEDGER LINES ARE OPENED WITH A
002620*                          BLANK REORDER LEVEL SOURCE, LEAVING
002630*                          THE LEVEL TO FCRLCALC.
002700*      ------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600           SELECT XFER-FILE    ASSIGN TO STKXFER
003700               ORGANIZATION    IS LINE SEQUENTIAL
003800               FILE STATUS     IS WS-XFER-STATUS.
003900           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
004000               ORGANIZATION    IS INDEXED
004100               ACCESS MODE     IS DYNAMIC
004200               RECORD KEY      IS StockKey OF STOCK-RECORD
004300               FILE STATUS     IS WS-STOCK-STATUS.
004400           SELECT REPORT-FILE  ASSIGN TO XFERRPT
004500               ORGANIZATION    IS LINE SEQUENTIAL
004600               FILE STATUS     IS WS-REPORT-STATUS.
004700           SELECT OPTIONAL JRNL-FILE ASSIGN TO STKJRNL
004800               ORGANIZATION    IS LINE SEQUENTIAL
004900               FILE STATUS     IS WS-JRNL-STATUS.
005000           SELECT OPTIONAL RCVY-FILE ASSIGN TO RCVYLOG
005100               ORGANIZATION    IS LINE SEQUENTIAL
005200               FILE STATUS     IS WS-RCVY-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600**----------------------------------------------------------*
005700*    XFER-RECORD - ONE TRANSFER LINE. TYPE "S" IS THE       *
005800*    SENDING BRANCH'S DESPATCH, TYPE "R" THE RECEIVING      *
005900*    BRANCH'S CONFIRMATION OF WHAT ARRIVED. THE QUANTITY    *
006000*    CARRIES THREE IMPLIED DECIMALS                         *
006100**----------------------------------------------------------*
006200 FD  XFER-FILE.
006300 01  XFER-RECORD.
006400           05  XFR-RECORD-TYPE         PIC X(01).
006500               88  XFR-DESPATCH                VALUE "S".
006600               88  XFR-RECEIPT                 VALUE "R".
006700           05  XFR-TRANSFER-REF        PIC X(10).
006800           05  XFR-TRANSFER-DATE       PIC 9(8).
006900           05  XFR-FROM-BRANCH         PIC X(5).
007000           05  XFR-TO-BRANCH           PIC X(5).
007100           05  XFR-ITEM-CODE           PIC X(13).
007200           05  XFR-QUANTITY            PIC 9(9)V9(3).
007300
007400 FD  STOCK-FILE.
007500           COPY StockRecord
007600               REPLACING ==StockRecord==
007700                   BY ==STOCK-RECORD==.
007800
007900 FD  REPORT-FILE.
008000 01  REPORT-RECORD               PIC X(132).
008100
008200**----------------------------------------------------------*
008300*    JRNL-RECORD - ONE DATED MOVEMENT PER LEDGER CHANGE,    *
008400*    APPENDED TO THE SAME STKJRNL JOURNAL FCSTKUPD WRITES   *
008500**----------------------------------------------------------*
008600 FD  JRNL-FILE.
008700           COPY StockMovement
008800               REPLACING ==StockMovementRecord==
008900                   BY ==JRNL-RECORD==.
009000
009100**----------------------------------------------------------*
009200*    RCVY-RECORD - ONE DATED BEFORE/AFTER IMAGE PAIR PER    *
009300*    LEDGER WRITE OR REWRITE, APPENDED TO THE RCVYLOG       *
009400*    RECOVERY LOG FOR FCRECOVR TO ROLL FORWARD              *
009500**----------------------------------------------------------*
009600 FD  RCVY-FILE.
009700           COPY RecoveryLog
009800               REPLACING ==RecoveryLogRecord==
009900                   BY ==RCVY-RECORD==.
010000
010100 WORKING-STORAGE SECTION.
010200 01  WS-SWITCHES.
010300           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
010400               88  END-OF-XFER-FILE          VALUE "Y".
010500           05  WS-STOCK-EOF-SWITCH  PIC X(01)    VALUE "N".
010600               88  END-OF-STOCK-FILE         VALUE "Y".
010700           05  WS-RB-FOUND-SWITCH   PIC X(01)    VALUE "N".
010800               88  FOUND-RUN-BRANCH          VALUE "Y".
010900
011000 01  WS-FILE-STATUSES.
011100           05  WS-XFER-STATUS       PIC X(02)    VALUE "00".
011200           05  WS-STOCK-STATUS      PIC X(02)    VALUE "00".
011300           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
011400           05  WS-JRNL-STATUS       PIC X(02)    VALUE "00".
011500           05  WS-RCVY-STATUS       PIC X(02)    VALUE "00".
011600
011700 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
011800
011900 01  WS-RECOVERY-WORK.
012000           05  WS-TIME-WORK         PIC 9(8)     VALUE ZERO.
012100           05  WS-LOG-SEQUENCE      PIC 9(9)     VALUE ZERO.
012200           05  WS-LOG-ACTION        PIC X(01)    VALUE SPACE.
012300           05  WS-BEFORE-IMAGE      PIC X(3300)  VALUE SPACES.
012400           05  WS-AFTER-IMAGE       PIC X(3300)  VALUE SPACES.
012500
012600 01  WS-INDICES.
012700           05  WS-RB-IX             PIC 99       COMP
012800               VALUE ZERO.
012900
013000 01  WS-COUNTERS.
013100           05  WS-LINE-COUNT        PIC 9(9)     COMP
013200               VALUE ZERO.
013300           05  WS-SENT-COUNT        PIC 9(9)     COMP
013400               VALUE ZERO.
013500           05  WS-RECEIVED-COUNT    PIC 9(9)     COMP
013600               VALUE ZERO.
013700           05  WS-REJECT-COUNT      PIC 9(9)     COMP
013800               VALUE ZERO.
013900           05  WS-CREATE-COUNT      PIC 9(6)     COMP
014000               VALUE ZERO.
014100           05  WS-IN-TRANSIT-COUNT  PIC 9(9)     COMP
014200               VALUE ZERO.
014300           05  WS-JRNL-COUNT        PIC 9(9)     COMP
014400               VALUE ZERO.
014500           05  WS-RCVY-COUNT        PIC 9(9)     COMP
014600               VALUE ZERO.
014700
014800**----------------------------------------------------------*
014900*    WS-TRANSFER-WORK - THE LINE BEING BOOKED. THE SENDER'S *
015000*    ON-HAND AND THE RECEIVER'S IN-TRANSIT ARE KEPT FOR THE *
015100*    REGISTER LINE, SINCE BOTH LEDGER LINES PASS THROUGH    *
015200*    THE ONE FD RECORD AREA                                 *
015300**----------------------------------------------------------*
015400 01  WS-TRANSFER-WORK.
015500           05  WS-CURRENT-QTY       PIC S9(9)V9(3) COMP-3
015600               VALUE ZERO.
015700           05  WS-RL-ON-HAND-WORK   PIC S9(9)V9(3) COMP-3
015800               VALUE ZERO.
015900           05  WS-RL-TRANSIT-WORK   PIC S9(9)V9(3) COMP-3
016000               VALUE ZERO.
016100           05  WS-REJECT-REASON     PIC X(40)    VALUE SPACES.
016200
016300**----------------------------------------------------------*
016400*    WS-RUNCTL-PARMS AND WS-RUNCTL-BRANCHES - FCRUNCTL      *
016500*    CALL PARAMETERS AND THE BRANCHES SEEN THIS RUN, EACH   *
016600*    CHECKED IN THE PRE-SCAN AND STAMPED COMPLETE AT        *
016700*    SUCCESSFUL CLOSE. A DESPATCH IS CONTROLLED UNDER THE   *
016800*    SENDING BRANCH, A CONFIRMATION UNDER THE RECEIVING ONE *
016900**----------------------------------------------------------*
017000 01  WS-RUNCTL-PARMS.
017100           05  WS-RC-FUNCTION       PIC X(01)    VALUE SPACE.
017200           05  WS-RC-RUN-DATE       PIC 9(8)     VALUE ZERO.
017300           05  WS-RC-BRANCH-ID      PIC X(5)     VALUE SPACES.
017400           05  WS-RC-FEED-NAME      PIC X(8)     VALUE "STKXFR".
017500           05  WS-RC-RETURN         PIC X(01)    VALUE SPACE.
017600
017700 01  WS-RUNCTL-BRANCHES.
017800           05  WS-RB-COUNT          PIC 99       COMP
017900               VALUE ZERO.
018000           05  WS-RB-ENTRY          OCCURS 50 TIMES.
018100               10  WS-RB-RUN-DATE       PIC 9(8)     VALUE ZERO.
018200               10  WS-RB-BRANCH-ID      PIC X(5)     VALUE SPACES.
018300
018400 01  WS-CONTROL-BRANCH        PIC X(5)     VALUE SPACES.
018500
018600**----------------------------------------------------------*
018700*    WS-BRNAME-PARMS - FCBRNAME CALL PARAMETERS, USED TO    *
018800*    REFUSE A TRANSFER NAMING A BRANCH NOT ON THE BRANCH    *
018900*    MASTER AND TO NAME THE BRANCH ON THE IN-TRANSIT LIST   *
019000**----------------------------------------------------------*
019100 01  WS-BRNAME-PARMS.
019200           05  WS-BN-FUNCTION       PIC X(01)    VALUE "N".
019300           05  WS-BN-BRANCH-ID      PIC X(5)     VALUE SPACES.
019400           05  WS-BN-TILL-ID        PIC 9(4)     VALUE ZERO.
019500           05  WS-BN-BRANCH-NAME    PIC X(30)    VALUE SPACES.
019600           05  WS-BN-RETURN         PIC X(01)    VALUE SPACE.
019700
019800**----------------------------------------------------------*
019900*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD WITH       *
020000*    WRITE ... FROM                                         *
020100**----------------------------------------------------------*
020200 01  WS-HEADING-LINE.
020300           05  FILLER               PIC X(45)
020400               VALUE "FCSTKXFR - INTER-BRANCH TRANSFER REGISTER".
020500           05  FILLER               PIC X(09)
020600               VALUE "RUN DATE=".
020700           05  WS-HDG-RUN-DATE      PIC 9(8).
020800
020900 01  WS-SECTION-LINE.
021000           05  WS-SL-TEXT           PIC X(60).
021100
021200**----------------------------------------------------------*
021300*    WS-REGISTER-LINE - ON A DESPATCH, ON-HAND IS THE       *
021400*    SENDING BRANCH'S AND IN TRANSIT THE RECEIVING          *
021500*    BRANCH'S; ON A CONFIRMATION BOTH ARE THE RECEIVING     *
021600*    BRANCH'S                                               *
021700**----------------------------------------------------------*
021800 01  WS-REGISTER-LINE.
021900           05  FILLER               PIC X(05)    VALUE "XFER ".
022000           05  WS-RL-TRANSFER-REF   PIC X(10).
022100           05  FILLER               PIC X(01)    VALUE SPACE.
022200           05  WS-RL-ACTION         PIC X(08).
022300           05  FILLER               PIC X(06)    VALUE " FROM ".
022400           05  WS-RL-FROM-BRANCH    PIC X(5).
022500           05  FILLER               PIC X(04)    VALUE " TO ".
022600           05  WS-RL-TO-BRANCH      PIC X(5).
022700           05  FILLER               PIC X(06)    VALUE " ITEM ".
022800           05  WS-RL-ITEM-CODE      PIC X(13).
022900           05  FILLER               PIC X(05)    VALUE " QTY=".
023000           05  WS-RL-QTY            PIC -(8)9.9(3).
023100           05  FILLER               PIC X(09)
023200               VALUE " ON-HAND=".
023300           05  WS-RL-ON-HAND        PIC -(8)9.9(3).
023400           05  FILLER               PIC X(12)
023500               VALUE " IN TRANSIT=".
023600           05  WS-RL-IN-TRANSIT     PIC -(8)9.9(3).
023700
023800 01  WS-REJECT-LINE.
023900           05  FILLER               PIC X(05)    VALUE "XFER ".
024000           05  WS-RJ-TRANSFER-REF   PIC X(10).
024100           05  FILLER               PIC X(10)
024200               VALUE " REJECTED ".
024300           05  WS-RJ-RECORD-TYPE    PIC X(01).
024400           05  FILLER               PIC X(06)    VALUE " FROM ".
024500           05  WS-RJ-FROM-BRANCH    PIC X(5).
024600           05  FILLER               PIC X(04)    VALUE " TO ".
024700           05  WS-RJ-TO-BRANCH      PIC X(5).
024800           05  FILLER               PIC X(06)    VALUE " ITEM ".
024900           05  WS-RJ-ITEM-CODE      PIC X(13).
025000           05  FILLER               PIC X(05)    VALUE " QTY=".
025100           05  WS-RJ-QTY            PIC -(8)9.9(3).
025200           05  FILLER               PIC X(03)    VALUE " - ".
025300           05  WS-RJ-REASON         PIC X(40).
025400
025500 01  WS-TRANSIT-LINE.
025600           05  FILLER               PIC X(04)    VALUE SPACES.
025700           05  FILLER               PIC X(07)    VALUE "BRANCH ".
025800           05  WS-TL-BRANCH-ID      PIC X(5).
025900           05  FILLER               PIC X(01)    VALUE SPACE.
026000           05  WS-TL-BRANCH-NAME    PIC X(30).
026100           05  FILLER               PIC X(06)    VALUE " ITEM ".
026200           05  WS-TL-ITEM-CODE      PIC X(13).
026300           05  FILLER               PIC X(12)
026400               VALUE " IN TRANSIT=".
026500           05  WS-TL-IN-TRANSIT     PIC -(8)9.9(3).
026600
026700 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
026800
026900 PROCEDURE DIVISION.
027000
027100**----------------------------------------------------------*
027200*    0000-MAINLINE                                          *
027300**----------------------------------------------------------*
027400 0000-MAINLINE.
027500           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
027600           PERFORM 1100-PRESCAN-TRANSFER
027700               THRU 1100-PRESCAN-TRANSFER-EXIT
027800               UNTIL END-OF-XFER-FILE.
027900           PERFORM 1200-REOPEN-FEED
028000               THRU 1200-REOPEN-FEED-EXIT.
028100           PERFORM 2000-PROCESS-TRANSFER
028200               THRU 2000-PROCESS-TRANSFER-EXIT
028300               UNTIL END-OF-XFER-FILE.
028400           PERFORM 7500-LIST-IN-TRANSIT
028500               THRU 7500-LIST-IN-TRANSIT-EXIT.
028600           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
028700           STOP RUN.
028800
028900**----------------------------------------------------------*
029000*    1000-INITIALISE - OPEN THE FEED FOR THE RUN-CONTROL    *
029100*    PRE-SCAN AND PRIME THE READ. THE LEDGER AND REGISTER   *
029200*    STAY CLOSED UNTIL EVERY BRANCH ON THE FEED HAS         *
029300*    CLEARED THE RUN-CONTROL CHECK                          *
029400**----------------------------------------------------------*
029500 1000-INITIALISE.
029600           OPEN INPUT  XFER-FILE.
029700           IF WS-XFER-STATUS NOT = "00"
029800               DISPLAY "FCSTKXFR: XFER-FILE OPEN FAILED, STATUS="
029900                   WS-XFER-STATUS
030000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
030100           END-IF.
030200           PERFORM 2900-READ-XFER-FILE
030300               THRU 2900-READ-XFER-FILE-EXIT.
030400 1000-INITIALISE-EXIT.
030500           EXIT.
030600
030700**----------------------------------------------------------*
030800*    1100-PRESCAN-TRANSFER - FIRST PASS OF THE FEED: RUN    *
030900*    THE RUN-CONTROL CHECK FOR EVERY BRANCH BEFORE A        *
031000*    SINGLE LINE TOUCHES THE LEDGER, SO A TRANSFER FILE     *
031100*    ALREADY BOOKED IS REFUSED WITH THE LEDGER UNTOUCHED    *
031200**----------------------------------------------------------*
031300 1100-PRESCAN-TRANSFER.
031400           PERFORM 2800-CHECK-RUN-CONTROL
031500               THRU 2800-CHECK-RUN-CONTROL-EXIT.
031600           PERFORM 2900-READ-XFER-FILE
031700               THRU 2900-READ-XFER-FILE-EXIT.
031800 1100-PRESCAN-TRANSFER-EXIT.
031900           EXIT.
032000
032100**----------------------------------------------------------*
032200*    1200-REOPEN-FEED - THE PRE-SCAN CLEARED EVERY BRANCH:  *
032300*    REWIND THE FEED AND OPEN THE LEDGER, REGISTER AND      *
032400*    JOURNALS FOR THE UPDATE PASS                           *
032500**----------------------------------------------------------*
032600 1200-REOPEN-FEED.
032700           CLOSE XFER-FILE.
032800           OPEN INPUT  XFER-FILE.
032900           IF WS-XFER-STATUS NOT = "00"
033000               DISPLAY "FCSTKXFR: XFER-FILE REOPEN FAILED,"
033100                   " STATUS=" WS-XFER-STATUS
033200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
033300           END-IF.
033400           MOVE "N" TO WS-EOF-SWITCH.
033500           OPEN I-O    STOCK-FILE.
033600           IF WS-STOCK-STATUS NOT = "00"
033700               DISPLAY "FCSTKXFR: STOCK OPEN FAILED, STATUS="
033800                   WS-STOCK-STATUS
033900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034000           END-IF.
034100           OPEN OUTPUT REPORT-FILE.
034200           IF WS-REPORT-STATUS NOT = "00"
034300               DISPLAY "FCSTKXFR: REPORT OPEN FAILED, STATUS="
034400                   WS-REPORT-STATUS
034500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034600           END-IF.
034700           OPEN EXTEND JRNL-FILE.
034800           IF WS-JRNL-STATUS NOT = "00"
034900               AND WS-JRNL-STATUS NOT = "05"
035000               DISPLAY "FCSTKXFR: JOURNAL OPEN FAILED, STATUS="
035100                   WS-JRNL-STATUS
035200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035300           END-IF.
035400           OPEN EXTEND RCVY-FILE.
035500           IF WS-RCVY-STATUS NOT = "00"
035600               AND WS-RCVY-STATUS NOT = "05"
035700               DISPLAY "FCSTKXFR: RCVY-FILE OPEN FAILED, STATUS="
035800                   WS-RCVY-STATUS
035900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036000           END-IF.
036100           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036200           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
036300           MOVE WS-HEADING-LINE TO REPORT-RECORD.
036400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
036500           MOVE WS-BLANK-LINE TO REPORT-RECORD.
036600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
036700           PERFORM 2900-READ-XFER-FILE
036800               THRU 2900-READ-XFER-FILE-EXIT.
036900 1200-REOPEN-FEED-EXIT.
037000           EXIT.
037100
037200**----------------------------------------------------------*
037300*    2000-PROCESS-TRANSFER - VALIDATE ONE TRANSFER LINE AND *
037400*    BOOK IT AS A DESPATCH OR A CONFIRMATION. A LINE THAT   *
037500*    FAILS IS PRINTED WITH ITS REASON AND THE LEDGER IS     *
037600*    LEFT ALONE                                             *
037700**----------------------------------------------------------*
037800 2000-PROCESS-TRANSFER.
037900           ADD 1 TO WS-LINE-COUNT.
038000           MOVE XFR-QUANTITY TO WS-CURRENT-QTY.
038100           PERFORM 2100-VALIDATE-TRANSFER
038200               THRU 2100-VALIDATE-TRANSFER-EXIT.
038300           EVALUATE TRUE
038400               WHEN WS-REJECT-REASON NOT = SPACES
038500                   PERFORM 7100-WRITE-REJECT
038600                       THRU 7100-WRITE-REJECT-EXIT
038700               WHEN XFR-DESPATCH
038800                   PERFORM 3000-BOOK-DESPATCH
038900                       THRU 3000-BOOK-DESPATCH-EXIT
039000               WHEN OTHER
039100                   PERFORM 3500-BOOK-RECEIPT
039200                       THRU 3500-BOOK-RECEIPT-EXIT
039300           END-EVALUATE.
039400           PERFORM 2900-READ-XFER-FILE
039500               THRU 2900-READ-XFER-FILE-EXIT.
039600 2000-PROCESS-TRANSFER-EXIT.
039700           EXIT.
039800
039900**----------------------------------------------------------*
040000*    2100-VALIDATE-TRANSFER - SET WS-REJECT-REASON FOR A    *
040100*    LINE THAT CANNOT BE BOOKED; LEAVE IT BLANK OTHERWISE   *
040200**----------------------------------------------------------*
040300 2100-VALIDATE-TRANSFER.
040400           MOVE SPACES TO WS-REJECT-REASON.
040500           IF NOT XFR-DESPATCH
040600               AND NOT XFR-RECEIPT
040700               MOVE "UNKNOWN RECORD TYPE"
040800                   TO WS-REJECT-REASON
040900               GO TO 2100-VALIDATE-TRANSFER-EXIT
041000           END-IF.
041100           IF WS-CURRENT-QTY NOT > ZERO
041200               MOVE "QUANTITY NOT GREATER THAN ZERO"
041300                   TO WS-REJECT-REASON
041400               GO TO 2100-VALIDATE-TRANSFER-EXIT
041500           END-IF.
041600           IF XFR-FROM-BRANCH = XFR-TO-BRANCH
041700               MOVE "SENDING AND RECEIVING BRANCH THE SAME"
041800                   TO WS-REJECT-REASON
041900               GO TO 2100-VALIDATE-TRANSFER-EXIT
042000           END-IF.
042100           MOVE XFR-FROM-BRANCH TO WS-BN-BRANCH-ID.
042200           PERFORM 2200-LOOKUP-BRANCH
042300               THRU 2200-LOOKUP-BRANCH-EXIT.
042400           IF WS-BN-RETURN NOT = "0"
042500               MOVE "SENDING BRANCH NOT ON BRANCH MASTER"
042600                   TO WS-REJECT-REASON
042700               GO TO 2100-VALIDATE-TRANSFER-EXIT
042800           END-IF.
042900           MOVE XFR-TO-BRANCH TO WS-BN-BRANCH-ID.
043000           PERFORM 2200-LOOKUP-BRANCH
043100               THRU 2200-LOOKUP-BRANCH-EXIT.
043200           IF WS-BN-RETURN NOT = "0"
043300               MOVE "RECEIVING BRANCH NOT ON BRANCH MASTER"
043400                   TO WS-REJECT-REASON
043500           END-IF.
043600 2100-VALIDATE-TRANSFER-EXIT.
043700           EXIT.
043800
043900**----------------------------------------------------------*
044000*    2200-LOOKUP-BRANCH - NAME THE BRANCH IN WS-BN-BRANCH-ID *
044100*    THROUGH FCBRNAME                                       *
044200**----------------------------------------------------------*
044300 2200-LOOKUP-BRANCH.
044400           MOVE "N" TO WS-BN-FUNCTION.
044500           CALL "FCBRNAME" USING WS-BN-FUNCTION,
044600               WS-BN-BRANCH-ID, WS-BN-TILL-ID,
044700               WS-BN-BRANCH-NAME, WS-BN-RETURN.
044800 2200-LOOKUP-BRANCH-EXIT.
044900           EXIT.
045000
045100**----------------------------------------------------------*
045200*    2800-CHECK-RUN-CONTROL - ON THE PRE-SCAN'S FIRST SIGHT *
045300*    OF A BRANCH AND TRANSFER DATE, ASK THE FCRUNCTL LEDGER *
045400*    WHETHER THIS TRANSFER FEED HAS ALREADY BEEN BOOKED FOR *
045500*    IT, AND REFUSE THE RUN IF SO. A DOUBLE-RUN HERE WOULD  *
045600*    MOVE THE SAME STOCK TWICE                              *
045700**----------------------------------------------------------*
045800 2800-CHECK-RUN-CONTROL.
045900           IF XFR-RECEIPT
046000               MOVE XFR-TO-BRANCH   TO WS-CONTROL-BRANCH
046100           ELSE
046200               MOVE XFR-FROM-BRANCH TO WS-CONTROL-BRANCH
046300           END-IF.
046400           SET WS-RB-FOUND-SWITCH TO "N".
046500           PERFORM 2810-SEARCH-RUN-BRANCH
046600               THRU 2810-SEARCH-RUN-BRANCH-EXIT
046700               VARYING WS-RB-IX FROM 1 BY 1
046800               UNTIL WS-RB-IX > WS-RB-COUNT
046900                   OR FOUND-RUN-BRANCH.
047000           IF FOUND-RUN-BRANCH
047100               GO TO 2800-CHECK-RUN-CONTROL-EXIT
047200           END-IF.
047300           IF WS-RB-COUNT >= 50
047400               DISPLAY "FCSTKXFR: RUN-CONTROL BRANCH TABLE FULL"
047500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
047600           END-IF.
047700           ADD 1 TO WS-RB-COUNT.
047800           MOVE XFR-TRANSFER-DATE
047900               TO WS-RB-RUN-DATE (WS-RB-COUNT).
048000           MOVE WS-CONTROL-BRANCH
048100               TO WS-RB-BRANCH-ID (WS-RB-COUNT).
048200           MOVE "C" TO WS-RC-FUNCTION.
048300           MOVE XFR-TRANSFER-DATE TO WS-RC-RUN-DATE.
048400           MOVE WS-CONTROL-BRANCH TO WS-RC-BRANCH-ID.
048500           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
048600               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
048700           IF WS-RC-RETURN = "D"
048800               DISPLAY "FCSTKXFR: FEED ALREADY BOOKED FOR"
048900                   " BRANCH " WS-RC-BRANCH-ID " DATE "
049000                   WS-RC-RUN-DATE " - RUN REFUSED"
049100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
049200           END-IF.
049300           IF WS-RC-RETURN = "E"
049400               DISPLAY "FCSTKXFR: RUN-CONTROL LEDGER ERROR"
049500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
049600           END-IF.
049700 2800-CHECK-RUN-CONTROL-EXIT.
049800           EXIT.
049900
050000**----------------------------------------------------------*
050100*    2810-SEARCH-RUN-BRANCH                                 *
050200**----------------------------------------------------------*
050300 2810-SEARCH-RUN-BRANCH.
050400           IF WS-RB-RUN-DATE (WS-RB-IX)
050500               = XFR-TRANSFER-DATE
050600               AND WS-RB-BRANCH-ID (WS-RB-IX)
050700               = WS-CONTROL-BRANCH
050800               SET FOUND-RUN-BRANCH TO TRUE
050900           END-IF.
051000 2810-SEARCH-RUN-BRANCH-EXIT.
051100           EXIT.
051200
051300**----------------------------------------------------------*
051400*    2900-READ-XFER-FILE                                    *
051500**----------------------------------------------------------*
051600 2900-READ-XFER-FILE.
051700           READ XFER-FILE
051800               AT END
051900                   SET END-OF-XFER-FILE TO TRUE
052000           END-READ.
052100           IF NOT END-OF-XFER-FILE
052200               AND WS-XFER-STATUS NOT = "00"
052300               DISPLAY "FCSTKXFR: XFER-FILE READ ERROR, STATUS="
052400                   WS-XFER-STATUS
052500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
052600           END-IF.
052700 2900-READ-XFER-FILE-EXIT.
052800           EXIT.
052900
053000**----------------------------------------------------------*
053100*    3000-BOOK-DESPATCH - TAKE THE QUANTITY OUT OF THE      *
053200*    SENDING BRANCH'S ON-HAND AND JOURNAL IT AS A TRANSFER  *
053300*    OUT, THEN PUT IT IN TRANSIT AT THE RECEIVING BRANCH.   *
053400*    THE SENDING BRANCH MUST ALREADY STOCK THE ITEM         *
053500**----------------------------------------------------------*
053600 3000-BOOK-DESPATCH.
053700           MOVE XFR-FROM-BRANCH TO BranchID OF STOCK-RECORD.
053800           MOVE XFR-ITEM-CODE   TO ItemCode OF STOCK-RECORD.
053900           READ STOCK-FILE
054000               INVALID KEY
054100                   MOVE "ITEM NOT STOCKED AT SENDING BRANCH"
054200                       TO WS-REJECT-REASON
054300                   PERFORM 7100-WRITE-REJECT
054400                       THRU 7100-WRITE-REJECT-EXIT
054500                   GO TO 3000-BOOK-DESPATCH-EXIT
054600           END-READ.
054700           MOVE STOCK-RECORD TO WS-BEFORE-IMAGE.
054800           SUBTRACT WS-CURRENT-QTY
054900               FROM OnHandQuantity OF STOCK-RECORD.
055000           PERFORM 3800-REWRITE-STOCK
055100               THRU 3800-REWRITE-STOCK-EXIT.
055200           MOVE OnHandQuantity OF STOCK-RECORD
055300               TO WS-RL-ON-HAND-WORK.
055400           MOVE "O" TO MovementType OF JRNL-RECORD.
055500           COMPUTE MovementQuantity OF JRNL-RECORD =
055600               ZERO - WS-CURRENT-QTY.
055700           MOVE XFR-FROM-BRANCH
055800               TO SourceBranchID OF JRNL-RECORD.
055900           PERFORM 3200-WRITE-JOURNAL
056000               THRU 3200-WRITE-JOURNAL-EXIT.
056100           MOVE XFR-TO-BRANCH TO BranchID OF STOCK-RECORD.
056200           MOVE XFR-ITEM-CODE TO ItemCode OF STOCK-RECORD.
056300           READ STOCK-FILE
056400               INVALID KEY
056500                   PERFORM 3100-CREATE-STOCK
056600                       THRU 3100-CREATE-STOCK-EXIT
056700               NOT INVALID KEY
056800                   MOVE STOCK-RECORD TO WS-BEFORE-IMAGE
056900                   ADD WS-CURRENT-QTY
057000                       TO InTransitQuantity OF STOCK-RECORD
057100                   PERFORM 3800-REWRITE-STOCK
057200                       THRU 3800-REWRITE-STOCK-EXIT
057300           END-READ.
057400           MOVE InTransitQuantity OF STOCK-RECORD
057500               TO WS-RL-TRANSIT-WORK.
057600           ADD 1 TO WS-SENT-COUNT.
057700           MOVE "SENT" TO WS-RL-ACTION.
057800           PERFORM 7000-WRITE-REGISTER
057900               THRU 7000-WRITE-REGISTER-EXIT.
058000 3000-BOOK-DESPATCH-EXIT.
058100           EXIT.
058200
058300**----------------------------------------------------------*
058400*    3100-CREATE-STOCK - FIRST TRANSFER OF AN ITEM TO A     *
058500*    BRANCH THAT HAS NEVER STOCKED IT: OPEN ITS LEDGER LINE *
058600*    AT ZERO WITH THE QUANTITY IN TRANSIT, AND LEAVE THE    *
058700*    REORDER LEVEL FOR BUYING TO SET                        *
058800**----------------------------------------------------------*
058900 3100-CREATE-STOCK.
059000           MOVE XFR-TO-BRANCH TO BranchID OF STOCK-RECORD.
059100           MOVE XFR-ITEM-CODE TO ItemCode OF STOCK-RECORD.
059200           MOVE ZERO TO OnHandQuantity OF STOCK-RECORD.
059300           MOVE ZERO TO ReorderLevel OF STOCK-RECORD.
059400           MOVE WS-CURRENT-QTY
059500               TO InTransitQuantity OF STOCK-RECORD.
059510           MOVE SPACE TO ReorderLevelSource OF STOCK-RECORD.
059600           MOVE SPACES TO WS-BEFORE-IMAGE.
059700           WRITE STOCK-RECORD
059800               INVALID KEY
059900                   DISPLAY "FCSTKXFR: STOCK WRITE REJECTED, ITEM "
060000                       XFR-ITEM-CODE " BRANCH " XFR-TO-BRANCH
060100                       " STATUS=" WS-STOCK-STATUS
060200                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
060300           END-WRITE.
060400           ADD 1 TO WS-CREATE-COUNT.
060500           MOVE STOCK-RECORD TO WS-AFTER-IMAGE.
060600           MOVE "W" TO WS-LOG-ACTION.
060700           PERFORM 3400-WRITE-RECOVERY
060800               THRU 3400-WRITE-RECOVERY-EXIT.
060900 3100-CREATE-STOCK-EXIT.
061000           EXIT.
061100
061200**----------------------------------------------------------*
061300*    3200-WRITE-JOURNAL - APPEND ONE DATED TRANSFER         *
061400*    MOVEMENT. THE CALLER HAS SET THE TYPE, THE SIGNED      *
061500*    CHANGE TO ON-HAND AND THE BRANCH IT APPLIES TO         *
061600**----------------------------------------------------------*
061700 3200-WRITE-JOURNAL.
061800           MOVE XFR-TRANSFER-DATE
061900               TO MovementDate OF JRNL-RECORD.
062000           MOVE XFR-ITEM-CODE
062100               TO ItemCode OF JRNL-RECORD.
062200           WRITE JRNL-RECORD.
062300           IF WS-JRNL-STATUS NOT = "00"
062400               DISPLAY "FCSTKXFR: JOURNAL WRITE ERROR, STATUS="
062500                   WS-JRNL-STATUS
062600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
062700           END-IF.
062800           ADD 1 TO WS-JRNL-COUNT.
062900 3200-WRITE-JOURNAL-EXIT.
063000           EXIT.
063100
063200**----------------------------------------------------------*
063300*    3400-WRITE-RECOVERY - APPEND ONE DATED BEFORE/AFTER    *
063400*    IMAGE PAIR FOR THE LEDGER CHANGE JUST APPLIED. THE     *
063500*    CALLER HAS SET WS-LOG-ACTION AND THE TWO IMAGES        *
063600**----------------------------------------------------------*
063700 3400-WRITE-RECOVERY.
063800           MOVE WS-RUN-DATE TO LogRunDate.
063900           ACCEPT WS-TIME-WORK FROM TIME.
064000           COMPUTE LogTime = WS-TIME-WORK / 100.
064100           ADD 1 TO WS-LOG-SEQUENCE.
064200           MOVE WS-LOG-SEQUENCE TO LogSequence.
064300           MOVE "FCSTKXFR" TO LogProgram.
064400           MOVE "STCKMSTR" TO LogFileName.
064500           MOVE WS-LOG-ACTION TO LogAction.
064600           MOVE WS-BEFORE-IMAGE TO BeforeImage.
064700           MOVE WS-AFTER-IMAGE TO AfterImage.
064800           WRITE RCVY-RECORD.
064900           IF WS-RCVY-STATUS NOT = "00"
065000               DISPLAY "FCSTKXFR: RCVY-FILE WRITE ERROR, STATUS="
065100                   WS-RCVY-STATUS
065200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
065300           END-IF.
065400           ADD 1 TO WS-RCVY-COUNT.
065500 3400-WRITE-RECOVERY-EXIT.
065600           EXIT.
065700
065800**----------------------------------------------------------*
065900*    3500-BOOK-RECEIPT - THE RECEIVING BRANCH CONFIRMS WHAT *
066000*    ARRIVED: MOVE IT FROM IN-TRANSIT TO ON-HAND AND        *
066100*    JOURNAL IT AS A TRANSFER IN. A CONFIRMATION FOR MORE   *
066200*    THAN IS IN TRANSIT IS REFUSED; A SHORT ONE LEAVES THE  *
066300*    BALANCE IN TRANSIT ON THE CLOSING LIST                 *
066400**----------------------------------------------------------*
066500 3500-BOOK-RECEIPT.
066600           MOVE XFR-TO-BRANCH TO BranchID OF STOCK-RECORD.
066700           MOVE XFR-ITEM-CODE TO ItemCode OF STOCK-RECORD.
066800           READ STOCK-FILE
066900               INVALID KEY
067000                   MOVE "NOTHING IN TRANSIT TO RECEIVING BRANCH"
067100                       TO WS-REJECT-REASON
067200                   PERFORM 7100-WRITE-REJECT
067300                       THRU 7100-WRITE-REJECT-EXIT
067400                   GO TO 3500-BOOK-RECEIPT-EXIT
067500           END-READ.
067600           IF WS-CURRENT-QTY > InTransitQuantity OF STOCK-RECORD
067700               MOVE "QUANTITY EXCEEDS STOCK IN TRANSIT"
067800                   TO WS-REJECT-REASON
067900               PERFORM 7100-WRITE-REJECT
068000                   THRU 7100-WRITE-REJECT-EXIT
068100               GO TO 3500-BOOK-RECEIPT-EXIT
068200           END-IF.
068300           MOVE STOCK-RECORD TO WS-BEFORE-IMAGE.
068400           SUBTRACT WS-CURRENT-QTY
068500               FROM InTransitQuantity OF STOCK-RECORD.
068600           ADD WS-CURRENT-QTY
068700               TO OnHandQuantity OF STOCK-RECORD.
068800           PERFORM 3800-REWRITE-STOCK
068900               THRU 3800-REWRITE-STOCK-EXIT.
069000           MOVE "I" TO MovementType OF JRNL-RECORD.
069100           MOVE WS-CURRENT-QTY
069200               TO MovementQuantity OF JRNL-RECORD.
069300           MOVE XFR-TO-BRANCH
069400               TO SourceBranchID OF JRNL-RECORD.
069500           PERFORM 3200-WRITE-JOURNAL
069600               THRU 3200-WRITE-JOURNAL-EXIT.
069700           MOVE OnHandQuantity OF STOCK-RECORD
069800               TO WS-RL-ON-HAND-WORK.
069900           MOVE InTransitQuantity OF STOCK-RECORD
070000               TO WS-RL-TRANSIT-WORK.
070100           ADD 1 TO WS-RECEIVED-COUNT.
070200           MOVE "RECEIVED" TO WS-RL-ACTION.
070300           PERFORM 7000-WRITE-REGISTER
070400               THRU 7000-WRITE-REGISTER-EXIT.
070500 3500-BOOK-RECEIPT-EXIT.
070600           EXIT.
070700
070800**----------------------------------------------------------*
070900*    3800-REWRITE-STOCK - REWRITE THE LEDGER LINE IN THE FD *
071000*    RECORD AREA AND LOG ITS IMAGES. THE CALLER HAS SAVED   *
071100*    THE BEFORE IMAGE                                       *
071200**----------------------------------------------------------*
071300 3800-REWRITE-STOCK.
071400           REWRITE STOCK-RECORD.
071500           IF WS-STOCK-STATUS NOT = "00"
071600               DISPLAY "FCSTKXFR: STOCK REWRITE ERROR, BRANCH "
071700                   BranchID OF STOCK-RECORD " ITEM "
071800                   ItemCode OF STOCK-RECORD
071900                   " STATUS=" WS-STOCK-STATUS
072000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
072100           END-IF.
072200           MOVE STOCK-RECORD TO WS-AFTER-IMAGE.
072300           MOVE "R" TO WS-LOG-ACTION.
072400           PERFORM 3400-WRITE-RECOVERY
072500               THRU 3400-WRITE-RECOVERY-EXIT.
072600 3800-REWRITE-STOCK-EXIT.
072700           EXIT.
072800
072900**----------------------------------------------------------*
073000*    7000-WRITE-REGISTER - ONE REGISTER LINE PER TRANSFER   *
073100*    LINE BOOKED                                            *
073200**----------------------------------------------------------*
073300 7000-WRITE-REGISTER.
073400           MOVE XFR-TRANSFER-REF   TO WS-RL-TRANSFER-REF.
073500           MOVE XFR-FROM-BRANCH    TO WS-RL-FROM-BRANCH.
073600           MOVE XFR-TO-BRANCH      TO WS-RL-TO-BRANCH.
073700           MOVE XFR-ITEM-CODE      TO WS-RL-ITEM-CODE.
073800           MOVE WS-CURRENT-QTY     TO WS-RL-QTY.
073900           MOVE WS-RL-ON-HAND-WORK TO WS-RL-ON-HAND.
074000           MOVE WS-RL-TRANSIT-WORK TO WS-RL-IN-TRANSIT.
074100           MOVE WS-REGISTER-LINE TO REPORT-RECORD.
074200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
074300 7000-WRITE-REGISTER-EXIT.
074400           EXIT.
074500
074600**----------------------------------------------------------*
074700*    7100-WRITE-REJECT - ONE REGISTER LINE PER TRANSFER     *
074800*    LINE REFUSED, WITH THE REASON IN WS-REJECT-REASON      *
074900**----------------------------------------------------------*
075000 7100-WRITE-REJECT.
075100           ADD 1 TO WS-REJECT-COUNT.
075200           MOVE XFR-TRANSFER-REF   TO WS-RJ-TRANSFER-REF.
075300           MOVE XFR-RECORD-TYPE    TO WS-RJ-RECORD-TYPE.
075400           MOVE XFR-FROM-BRANCH    TO WS-RJ-FROM-BRANCH.
075500           MOVE XFR-TO-BRANCH      TO WS-RJ-TO-BRANCH.
075600           MOVE XFR-ITEM-CODE      TO WS-RJ-ITEM-CODE.
075700           MOVE WS-CURRENT-QTY     TO WS-RJ-QTY.
075800           MOVE WS-REJECT-REASON   TO WS-RJ-REASON.
075900           MOVE WS-REJECT-LINE TO REPORT-RECORD.
076000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
076100 7100-WRITE-REJECT-EXIT.
076200           EXIT.
076300
076400**----------------------------------------------------------*
076500*    7500-LIST-IN-TRANSIT - CLOSE THE REGISTER WITH EVERY   *
076600*    LEDGER LINE STILL HOLDING STOCK IN TRANSIT, SO A       *
076700*    TRANSFER NEVER CONFIRMED BY ITS RECEIVING BRANCH IS    *
076800*    CHASED RATHER THAN FORGOTTEN                           *
076900**----------------------------------------------------------*
077000 7500-LIST-IN-TRANSIT.
077100           MOVE WS-BLANK-LINE TO REPORT-RECORD.
077200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
077300           MOVE "GOODS IN TRANSIT AT CLOSE OF RUN" TO WS-SL-TEXT.
077400           MOVE WS-SECTION-LINE TO REPORT-RECORD.
077500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
077600           MOVE LOW-VALUES TO StockKey OF STOCK-RECORD.
077700           START STOCK-FILE
077800               KEY IS NOT LESS THAN StockKey OF STOCK-RECORD
077900               INVALID KEY
078000                   SET END-OF-STOCK-FILE TO TRUE
078100           END-START.
078200           PERFORM 7510-CHECK-IN-TRANSIT
078300               THRU 7510-CHECK-IN-TRANSIT-EXIT
078400               UNTIL END-OF-STOCK-FILE.
078500 7500-LIST-IN-TRANSIT-EXIT.
078600           EXIT.
078700
078800**----------------------------------------------------------*
078900*    7510-CHECK-IN-TRANSIT                                  *
079000**----------------------------------------------------------*
079100 7510-CHECK-IN-TRANSIT.
079200           READ STOCK-FILE NEXT RECORD
079300               AT END
079400                   SET END-OF-STOCK-FILE TO TRUE
079500                   GO TO 7510-CHECK-IN-TRANSIT-EXIT
079600           END-READ.
079700           IF WS-STOCK-STATUS NOT = "00"
079800               DISPLAY "FCSTKXFR: STOCK READ ERROR, STATUS="
079900                   WS-STOCK-STATUS
080000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
080100           END-IF.
080200           IF InTransitQuantity OF STOCK-RECORD = ZERO
080300               GO TO 7510-CHECK-IN-TRANSIT-EXIT
080400           END-IF.
080500           ADD 1 TO WS-IN-TRANSIT-COUNT.
080600           MOVE BranchID OF STOCK-RECORD TO WS-BN-BRANCH-ID.
080700           PERFORM 2200-LOOKUP-BRANCH
080800               THRU 2200-LOOKUP-BRANCH-EXIT.
080900           MOVE BranchID OF STOCK-RECORD TO WS-TL-BRANCH-ID.
081000           MOVE WS-BN-BRANCH-NAME TO WS-TL-BRANCH-NAME.
081100           MOVE ItemCode OF STOCK-RECORD TO WS-TL-ITEM-CODE.
081200           MOVE InTransitQuantity OF STOCK-RECORD
081300               TO WS-TL-IN-TRANSIT.
081400           MOVE WS-TRANSIT-LINE TO REPORT-RECORD.
081500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
081600 7510-CHECK-IN-TRANSIT-EXIT.
081700           EXIT.
081800
081900**----------------------------------------------------------*
082000*    7900-WRITE-RECORD - WRITE THE LINE IN REPORT-RECORD    *
082100**----------------------------------------------------------*
082200 7900-WRITE-RECORD.
082300           WRITE REPORT-RECORD.
082400           IF WS-REPORT-STATUS NOT = "00"
082500               DISPLAY "FCSTKXFR: REPORT WRITE ERROR, STATUS="
082600                   WS-REPORT-STATUS
082700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
082800           END-IF.
082900 7900-WRITE-RECORD-EXIT.
083000           EXIT.
083100
083200**----------------------------------------------------------*
083300*    8000-TERMINATE - CLOSE DOWN THE FILES, DISPLAY THE     *
083400*    RUN'S CONTROL TOTALS AND STAMP EVERY BRANCH SEEN THIS  *
083500*    RUN COMPLETE ON THE RUN-CONTROL LEDGER                 *
083600**----------------------------------------------------------*
083700 8000-TERMINATE.
083800           CLOSE XFER-FILE.
083900           CLOSE STOCK-FILE.
084000           CLOSE REPORT-FILE.
084100           CLOSE JRNL-FILE.
084200           CLOSE RCVY-FILE.
084300           DISPLAY "FCSTKXFR: " WS-LINE-COUNT
084400               " TRANSFER LINE(S) READ, " WS-SENT-COUNT
084500               " SENT, " WS-RECEIVED-COUNT " RECEIVED, "
084600               WS-REJECT-COUNT " REJECTED".
084700           DISPLAY "FCSTKXFR: " WS-CREATE-COUNT
084800               " LEDGER LINE(S) CREATED, " WS-IN-TRANSIT-COUNT
084900               " LINE(S) STILL IN TRANSIT".
085000           DISPLAY "FCSTKXFR: " WS-JRNL-COUNT
085100               " MOVEMENT(S) JOURNALLED, " WS-RCVY-COUNT
085200               " RECOVERY IMAGE(S) JOURNALLED".
085300           PERFORM 8100-STAMP-RUN-CONTROL
085400               THRU 8100-STAMP-RUN-CONTROL-EXIT
085500               VARYING WS-RB-IX FROM 1 BY 1
085600               UNTIL WS-RB-IX > WS-RB-COUNT.
085700 8000-TERMINATE-EXIT.
085800           EXIT.
085900
086000**----------------------------------------------------------*
086100*    8100-STAMP-RUN-CONTROL                                 *
086200**----------------------------------------------------------*
086300 8100-STAMP-RUN-CONTROL.
086400           MOVE "S" TO WS-RC-FUNCTION.
086500           MOVE WS-RB-RUN-DATE (WS-RB-IX)  TO WS-RC-RUN-DATE.
086600           MOVE WS-RB-BRANCH-ID (WS-RB-IX) TO WS-RC-BRANCH-ID.
086700           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
086800               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
086900           IF WS-RC-RETURN = "E"
087000               DISPLAY "FCSTKXFR: RUN-CONTROL STAMP FAILED FOR"
087100                   " BRANCH " WS-RC-BRANCH-ID
087200           END-IF.
087300 8100-STAMP-RUN-CONTROL-EXIT.
087400           EXIT.
087500
087600**----------------------------------------------------------*
087700*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
087800*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
087900**----------------------------------------------------------*
088000 9999-ABEND.
088100           MOVE 16 TO RETURN-CODE.
088200           STOP RUN.
088300 9999-ABEND-EXIT.
088400           EXIT.
