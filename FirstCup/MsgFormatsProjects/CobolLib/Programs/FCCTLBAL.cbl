000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCCTLBAL.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - PURCHIN CONTROL
000800*                          TOTALS BALANCING, RUN AT THE END OF THE
000900*                          NIGHTLY BATCH. FCTILLRP, FCBRCHRP,
001000*                          FCPERSUM, FCVATSUM, FCGLPOST, FCCASHUP
001100*                          AND FCLOYUPD EACH LEAVE THEIR MESSAGE,
001200*                          INVOICE AND ITEM COUNTS AND GROSS VALUE
001300*                          BY RUN DATE AND BRANCH ON CTLTOTS
001400*                          THROUGH FCCTLTOT. FOR THE RUN DATE ON
001500*                          THE CTLPARM CARD THIS STEP PROVES,
001600*                          BRANCH BY BRANCH, THAT EVERY ONE OF
001700*                          THEM SAW THE SAME FEED: THE TOTALS MOST
001800*                          OF THE JOBS AGREE ON ARE TAKEN AS THE
001900*                          BRANCH'S FEED, AND ANY JOB WHOSE TOTALS
002000*                          DIFFER, OR WHICH LEFT NO TOTALS FOR THE
002100*                          BRANCH, IS OUT OF BALANCE. THE CTLBAL
002200*                          REPORT SHOWS EVERY JOB'S TOTALS AND
002300*                          NAMES THE JOBS OUT OF BALANCE. THE STEP
002400*                          ENDS WITH RETURN CODE 8 WHEN ANY JOB IS
002500*                          OUT OF BALANCE, AND LEAVES ITS VERDICT
002600*                          FOR THE RUN DATE ON CTLRSLT. THE GL
002700*                          JOURNALS ARE CUT TO HELD FILES AND
002800*                          FCGLREL RELEASES THEM ONLY ON AN
002900*                          IN-BALANCE VERDICT FOR THE SAME RUN
003000*                          DATE.
003100*      ------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000           SELECT PARM-FILE    ASSIGN TO CTLPARM
004100               ORGANIZATION    IS LINE SEQUENTIAL
004200               FILE STATUS     IS WS-PARM-STATUS.
004300           SELECT CTLTOT-FILE  ASSIGN TO CTLTOTS
004400               ORGANIZATION    IS INDEXED
004500               ACCESS MODE     IS DYNAMIC
004600               RECORD KEY      IS ControlTotalsKey
004700               FILE STATUS     IS WS-CTLTOT-STATUS.
004800           SELECT REPORT-FILE  ASSIGN TO CTLBAL
004900               ORGANIZATION    IS LINE SEQUENTIAL
005000               FILE STATUS     IS WS-REPORT-STATUS.
005100           SELECT RESULT-FILE  ASSIGN TO CTLRSLT
005200               ORGANIZATION    IS LINE SEQUENTIAL
005300               FILE STATUS     IS WS-RESULT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700**----------------------------------------------------------*
005800*    PARM-RECORD - THE RUN DATE TO BALANCE. ZERO OR BLANK   *
005900*    BALANCES TODAY'S RUN                                   *
006000**----------------------------------------------------------*
006100 FD  PARM-FILE.
006200 01  PARM-RECORD.
006300           05  PARM-RUN-DATE           PIC 9(8).
006400
006500 FD  CTLTOT-FILE.
006600           COPY ControlTotals
006700               REPLACING ==ControlTotalsRecord==
006800                   BY ==CTLTOT-RECORD==.
006900
007000 FD  REPORT-FILE.
007100 01  REPORT-RECORD               PIC X(132).
007200
007300**----------------------------------------------------------*
007400*    RESULT-FILE - THE RUN DATE'S VERDICT, ONE RECORD, READ *
007500*    BY FCGLREL BEFORE IT RELEASES THE HELD GL JOURNALS     *
007600**----------------------------------------------------------*
007700 FD  RESULT-FILE.
007800           COPY ControlBalance
007900               REPLACING ==ControlBalanceRecord==
008000                   BY ==RESULT-RECORD==.
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400           05  WS-CTLTOT-EOF-SWITCH PIC X(01)    VALUE "N".
008500               88  END-OF-CTLTOT-FILE        VALUE "Y".
008600           05  WS-FOUND-SWITCH      PIC X(01)    VALUE "N".
008700               88  FOUND-ENTRY               VALUE "Y".
008800
008900 01  WS-FILE-STATUSES.
009000           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
009100           05  WS-CTLTOT-STATUS     PIC X(02)    VALUE "00".
009200           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
009300           05  WS-RESULT-STATUS     PIC X(02)    VALUE "00".
009400
009500 01  WS-INDICES.
009600           05  WS-BR-IX             PIC 99       COMP
009700               VALUE ZERO.
009800           05  WS-JB-IX             PIC 9        COMP
009900               VALUE ZERO.
010000           05  WS-CMP-IX            PIC 9        COMP
010100               VALUE ZERO.
010200           05  WS-REF-IX            PIC 9        COMP
010300               VALUE ZERO.
010400
010500 01  WS-COUNTERS.
010600           05  WS-RECORDS-READ      PIC 9(5)     VALUE ZERO.
010700           05  WS-UNKNOWN-JOB-CNT   PIC 9(5)     VALUE ZERO.
010800           05  WS-AGREE-COUNT       PIC 9        VALUE ZERO.
010900           05  WS-BEST-AGREE        PIC 9        VALUE ZERO.
011000           05  WS-OUT-JOB-COUNT     PIC 9        VALUE ZERO.
011100
011200**----------------------------------------------------------*
011300*    WS-BALANCE-RC - THE RETURN CODE THE BATCH DRIVER ACTS  *
011400*    ON. 8 STOPS THE SCHEDULE AHEAD OF THE GL RELEASE       *
011500**----------------------------------------------------------*
011600 01  WS-BALANCE-RC            PIC 9(4)     VALUE ZERO.
011700           88  BATCH-IN-BALANCE              VALUE 0.
011800           88  BATCH-OUT-OF-BALANCE          VALUE 8.
011900
012000 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
012100
012200**----------------------------------------------------------*
012300*    WS-JOB-LIST - THE JOBS THAT READ PURCHIN AND MUST      *
012400*    BALANCE, IN THE ORDER THEY ARE REPORTED. THE FIRST JOB *
012500*    LISTED WINS A TIE FOR THE BRANCH'S FEED TOTALS         *
012600**----------------------------------------------------------*
012700 01  WS-JOB-LIST.
012800           05  FILLER               PIC X(08)    VALUE "FCTILLRP".
012900           05  FILLER               PIC X(08)    VALUE "FCBRCHRP".
013000           05  FILLER               PIC X(08)    VALUE "FCPERSUM".
013100           05  FILLER               PIC X(08)    VALUE "FCVATSUM".
013200           05  FILLER               PIC X(08)    VALUE "FCGLPOST".
013300           05  FILLER               PIC X(08)    VALUE "FCCASHUP".
013400           05  FILLER               PIC X(08)    VALUE "FCLOYUPD".
013500 01  WS-JOB-TABLE REDEFINES WS-JOB-LIST.
013600           05  WS-JOB-NAME          PIC X(08)    OCCURS 7 TIMES.
013700
013800 01  WS-JOB-OUT-FLAGS.
013900           05  WS-JOB-OUT           PIC X(01)    OCCURS 7 TIMES.
014000
014100**----------------------------------------------------------*
014200*    WS-BRANCH-TABLE - EACH BRANCH ON CTLTOTS FOR THE RUN   *
014300*    DATE, WITH EVERY JOB'S TOTALS FOR IT SIDE BY SIDE      *
014400**----------------------------------------------------------*
014500 01  WS-BRANCH-TABLE.
014600           05  WS-BR-COUNT          PIC 99       COMP
014700               VALUE ZERO.
014800           05  WS-BR-ENTRY          OCCURS 50 TIMES.
014900               10  WS-BR-BRANCH-ID      PIC X(5).
015000               10  WS-BR-JOB            OCCURS 7 TIMES.
015100                   15  WS-BR-PRESENT        PIC X(01).
015200                   15  WS-BR-MESSAGES       PIC 9(7).
015300                   15  WS-BR-INVOICES       PIC 9(7).
015400                   15  WS-BR-ITEMS          PIC 9(9).
015500                   15  WS-BR-VALUE          PIC S9(13)   COMP-3.
015600
015700**----------------------------------------------------------*
015800*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD AND        *
015900*    WRITTEN BY 7900-WRITE-RECORD                           *
016000**----------------------------------------------------------*
016100 01  WS-HEADING-LINE.
016200           05  FILLER               PIC X(41)
016300               VALUE "FCCTLBAL - PURCHIN CONTROL TOTALS BALANCE".
016400           05  FILLER               PIC X(14)
016500               VALUE " FOR RUN DATE ".
016600           05  WS-HDG-RUN-DATE      PIC 9(8).
016700
016800 01  WS-COLUMN-LINE.
016900           05  FILLER               PIC X(40)
017000               VALUE "BRANCH JOB      MESSAGES INVOICES      I".
017100           05  FILLER               PIC X(40)
017200               VALUE "TEMS    GROSS VALUE STATUS              ".
017300
017400 01  WS-DETAIL-LINE.
017500           05  WS-DL-BRANCH-ID      PIC X(05).
017600           05  FILLER               PIC X(02)    VALUE SPACES.
017700           05  WS-DL-JOB-NAME       PIC X(08).
017800           05  FILLER               PIC X(01)    VALUE SPACE.
017900           05  WS-DL-MESSAGES       PIC Z(7)9.
018000           05  FILLER               PIC X(01)    VALUE SPACE.
018100           05  WS-DL-INVOICES       PIC Z(7)9.
018200           05  FILLER               PIC X(01)    VALUE SPACE.
018300           05  WS-DL-ITEMS          PIC Z(9)9.
018400           05  FILLER               PIC X(01)    VALUE SPACE.
018500           05  WS-DL-VALUE          PIC -(13)9.
018600           05  FILLER               PIC X(01)    VALUE SPACE.
018700           05  WS-DL-STATUS         PIC X(14).
018800
018900 01  WS-SUMMARY-LINE.
019000           05  WS-SUM-TEXT          PIC X(40).
019100           05  WS-SUM-VALUE         PIC X(40).
019200
019300 01  WS-ED-COUNT              PIC ZZZZ9.
019400
019500 PROCEDURE DIVISION.
019600
019700**----------------------------------------------------------*
019800*    0000-MAINLINE - THE VERDICT LEFT ON CTLRSLT RELEASES   *
019900*    OR HOLDS THE GL EXTRACT                                *
020000**----------------------------------------------------------*
020100 0000-MAINLINE.
020200           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
020300           PERFORM 2000-LOAD-TOTALS THRU 2000-LOAD-TOTALS-EXIT.
020400           PERFORM 3000-BALANCE-BRANCH
020500               THRU 3000-BALANCE-BRANCH-EXIT
020600               VARYING WS-BR-IX FROM 1 BY 1
020700               UNTIL WS-BR-IX > WS-BR-COUNT.
020800           PERFORM 4000-PRINT-VERDICT
020900               THRU 4000-PRINT-VERDICT-EXIT.
021000           PERFORM 5000-WRITE-RESULT THRU 5000-WRITE-RESULT-EXIT.
021100           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
021200           MOVE WS-BALANCE-RC TO RETURN-CODE.
021300           STOP RUN.
021400
021500**----------------------------------------------------------*
021600*    1000-INITIALISE - READ THE RUN DATE, OPEN THE FILES    *
021700*    AND PRINT THE HEADINGS. CTLRSLT IS EMPTIED HERE, SO A  *
021800*    RUN THAT FAILS BEFORE ITS VERDICT LEAVES NOTHING TO    *
021900*    RELEASE ON                                             *
022000**----------------------------------------------------------*
022100 1000-INITIALISE.
022200           OPEN INPUT  PARM-FILE.
022300           IF WS-PARM-STATUS NOT = "00"
022400               DISPLAY "FCCTLBAL: PARM-FILE OPEN FAILED, STATUS="
022500                   WS-PARM-STATUS
022600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
022700           END-IF.
022800           READ PARM-FILE
022900               AT END
023000                   MOVE ZERO TO PARM-RUN-DATE
023100           END-READ.
023200           CLOSE PARM-FILE.
023300           IF PARM-RUN-DATE NUMERIC AND PARM-RUN-DATE NOT = ZERO
023400               MOVE PARM-RUN-DATE TO WS-RUN-DATE
023500           ELSE
023600               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023700           END-IF.
023800           MOVE SPACES TO WS-JOB-OUT-FLAGS.
023900           OPEN INPUT  CTLTOT-FILE.
024000           IF WS-CTLTOT-STATUS NOT = "00"
024100               DISPLAY "FCCTLBAL: CTLTOTS OPEN FAILED, STATUS="
024200                   WS-CTLTOT-STATUS
024300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
024400           END-IF.
024500           OPEN OUTPUT REPORT-FILE.
024600           IF WS-REPORT-STATUS NOT = "00"
024700               DISPLAY
024800                   "FCCTLBAL: REPORT-FILE OPEN FAILED, STATUS="
024900                   WS-REPORT-STATUS
025000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
025100           END-IF.
025200           OPEN OUTPUT RESULT-FILE.
025300           IF WS-RESULT-STATUS NOT = "00"
025400               DISPLAY "FCCTLBAL: CTLRSLT OPEN FAILED, STATUS="
025500                   WS-RESULT-STATUS
025600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
025700           END-IF.
025800           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
025900           MOVE WS-HEADING-LINE TO REPORT-RECORD.
026000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
026100           MOVE SPACES TO REPORT-RECORD.
026200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
026300           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
026400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
026500 1000-INITIALISE-EXIT.
026600           EXIT.
026700
026800**----------------------------------------------------------*
026900*    2000-LOAD-TOTALS - POSITION ON THE FIRST CTLTOTS       *
027000*    RECORD FOR THE RUN DATE AND LOAD EVERY ONE FOR IT      *
027100**----------------------------------------------------------*
027200 2000-LOAD-TOTALS.
027300           MOVE LOW-VALUES TO ControlTotalsKey.
027400           MOVE WS-RUN-DATE TO RunDate.
027500           START CTLTOT-FILE
027600               KEY IS NOT LESS THAN ControlTotalsKey
027700               INVALID KEY
027800                   SET END-OF-CTLTOT-FILE TO TRUE
027900           END-START.
028000           PERFORM 2100-LOAD-ONE-RECORD
028100               THRU 2100-LOAD-ONE-RECORD-EXIT
028200               UNTIL END-OF-CTLTOT-FILE.
028300 2000-LOAD-TOTALS-EXIT.
028400           EXIT.
028500
028600**----------------------------------------------------------*
028700*    2100-LOAD-ONE-RECORD - FILE ONE JOB'S TOTALS FOR ONE   *
028800*    BRANCH. TOTALS FROM A JOB NOT ON THE BALANCING LIST    *
028900*    ARE COUNTED AND IGNORED                                *
029000**----------------------------------------------------------*
029100 2100-LOAD-ONE-RECORD.
029200           READ CTLTOT-FILE NEXT RECORD
029300               AT END
029400                   SET END-OF-CTLTOT-FILE TO TRUE
029500                   GO TO 2100-LOAD-ONE-RECORD-EXIT
029600           END-READ.
029700           IF WS-CTLTOT-STATUS NOT = "00"
029800               DISPLAY "FCCTLBAL: CTLTOTS READ FAILED, STATUS="
029900                   WS-CTLTOT-STATUS
030000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
030100           END-IF.
030200           IF RunDate NOT = WS-RUN-DATE
030300               SET END-OF-CTLTOT-FILE TO TRUE
030400               GO TO 2100-LOAD-ONE-RECORD-EXIT
030500           END-IF.
030600           ADD 1 TO WS-RECORDS-READ.
030700           SET WS-FOUND-SWITCH TO "N".
030800           PERFORM 2110-SEARCH-JOB THRU 2110-SEARCH-JOB-EXIT
030900               VARYING WS-JB-IX FROM 1 BY 1
031000               UNTIL WS-JB-IX > 7 OR FOUND-ENTRY.
031100           IF NOT FOUND-ENTRY
031200               ADD 1 TO WS-UNKNOWN-JOB-CNT
031300               GO TO 2100-LOAD-ONE-RECORD-EXIT
031400           END-IF.
031500           SUBTRACT 1 FROM WS-JB-IX.
031600           PERFORM 2200-FIND-OR-ADD-BRANCH
031700               THRU 2200-FIND-OR-ADD-BRANCH-EXIT.
031800           MOVE "Y" TO WS-BR-PRESENT (WS-BR-IX, WS-JB-IX).
031900           MOVE MessageTotal
032000               TO WS-BR-MESSAGES (WS-BR-IX, WS-JB-IX).
032100           MOVE InvoiceTotal
032200               TO WS-BR-INVOICES (WS-BR-IX, WS-JB-IX).
032300           MOVE ItemTotal TO WS-BR-ITEMS (WS-BR-IX, WS-JB-IX).
032400           MOVE GrossValueTotal
032500               TO WS-BR-VALUE (WS-BR-IX, WS-JB-IX).
032600 2100-LOAD-ONE-RECORD-EXIT.
032700           EXIT.
032800
032900**----------------------------------------------------------*
033000*    2110-SEARCH-JOB                                        *
033100**----------------------------------------------------------*
033200 2110-SEARCH-JOB.
033300           IF WS-JOB-NAME (WS-JB-IX) = JobName
033400               SET FOUND-ENTRY TO TRUE
033500           END-IF.
033600 2110-SEARCH-JOB-EXIT.
033700           EXIT.
033800
033900**----------------------------------------------------------*
034000*    2200-FIND-OR-ADD-BRANCH - A BRANCH IS OPENED WITH NO   *
034100*    JOB'S TOTALS PRESENT THE FIRST TIME ANY JOB REPORTS IT *
034200**----------------------------------------------------------*
034300 2200-FIND-OR-ADD-BRANCH.
034400           SET WS-FOUND-SWITCH TO "N".
034500           PERFORM 2210-SEARCH-BRANCH THRU 2210-SEARCH-BRANCH-EXIT
034600               VARYING WS-BR-IX FROM 1 BY 1
034700               UNTIL WS-BR-IX > WS-BR-COUNT OR FOUND-ENTRY.
034800           IF FOUND-ENTRY
034900               SUBTRACT 1 FROM WS-BR-IX
035000               GO TO 2200-FIND-OR-ADD-BRANCH-EXIT
035100           END-IF.
035200           IF WS-BR-COUNT >= 50
035300               DISPLAY
035400                   "FCCTLBAL: MORE THAN 50 BRANCHES ON CTLTOTS"
035500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035600           END-IF.
035700           ADD 1 TO WS-BR-COUNT.
035800           MOVE WS-BR-COUNT TO WS-BR-IX.
035900           MOVE SourceBranchID TO WS-BR-BRANCH-ID (WS-BR-IX).
036000           PERFORM 2220-CLEAR-BRANCH-JOB
036100               THRU 2220-CLEAR-BRANCH-JOB-EXIT
036200               VARYING WS-CMP-IX FROM 1 BY 1
036300               UNTIL WS-CMP-IX > 7.
036400 2200-FIND-OR-ADD-BRANCH-EXIT.
036500           EXIT.
036600
036700**----------------------------------------------------------*
036800*    2210-SEARCH-BRANCH                                     *
036900**----------------------------------------------------------*
037000 2210-SEARCH-BRANCH.
037100           IF WS-BR-BRANCH-ID (WS-BR-IX) = SourceBranchID
037200               SET FOUND-ENTRY TO TRUE
037300           END-IF.
037400 2210-SEARCH-BRANCH-EXIT.
037500           EXIT.
037600
037700**----------------------------------------------------------*
037800*    2220-CLEAR-BRANCH-JOB                                  *
037900**----------------------------------------------------------*
038000 2220-CLEAR-BRANCH-JOB.
038100           MOVE "N" TO WS-BR-PRESENT (WS-BR-IX, WS-CMP-IX).
038200           MOVE ZERO TO WS-BR-MESSAGES (WS-BR-IX, WS-CMP-IX).
038300           MOVE ZERO TO WS-BR-INVOICES (WS-BR-IX, WS-CMP-IX).
038400           MOVE ZERO TO WS-BR-ITEMS (WS-BR-IX, WS-CMP-IX).
038500           MOVE ZERO TO WS-BR-VALUE (WS-BR-IX, WS-CMP-IX).
038600 2220-CLEAR-BRANCH-JOB-EXIT.
038700           EXIT.
038800
038900**----------------------------------------------------------*
039000*    3000-BALANCE-BRANCH - TAKE THE TOTALS MOST JOBS AGREE  *
039100*    ON AS THE BRANCH'S FEED, THEN PRINT EVERY JOB AGAINST  *
039200*    THEM                                                   *
039300**----------------------------------------------------------*
039400 3000-BALANCE-BRANCH.
039500           MOVE ZERO TO WS-REF-IX.
039600           MOVE ZERO TO WS-BEST-AGREE.
039700           PERFORM 3100-COUNT-AGREEMENT
039800               THRU 3100-COUNT-AGREEMENT-EXIT
039900               VARYING WS-JB-IX FROM 1 BY 1
040000               UNTIL WS-JB-IX > 7.
040100           PERFORM 3200-PRINT-JOB THRU 3200-PRINT-JOB-EXIT
040200               VARYING WS-JB-IX FROM 1 BY 1
040300               UNTIL WS-JB-IX > 7.
040400           MOVE SPACES TO REPORT-RECORD.
040500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
040600 3000-BALANCE-BRANCH-EXIT.
040700           EXIT.
040800
040900**----------------------------------------------------------*
041000*    3100-COUNT-AGREEMENT - HOW MANY JOBS REPORTED EXACTLY  *
041100*    THIS JOB'S TOTALS. ONLY A STRICTLY LARGER COUNT        *
041200*    REPLACES THE BEST SO FAR, SO A TIE GOES TO THE JOB     *
041300*    LISTED FIRST                                           *
041400**----------------------------------------------------------*
041500 3100-COUNT-AGREEMENT.
041600           IF WS-BR-PRESENT (WS-BR-IX, WS-JB-IX) NOT = "Y"
041700               GO TO 3100-COUNT-AGREEMENT-EXIT
041800           END-IF.
041900           MOVE ZERO TO WS-AGREE-COUNT.
042000           PERFORM 3110-COMPARE-JOB THRU 3110-COMPARE-JOB-EXIT
042100               VARYING WS-CMP-IX FROM 1 BY 1
042200               UNTIL WS-CMP-IX > 7.
042300           IF WS-AGREE-COUNT > WS-BEST-AGREE
042400               MOVE WS-AGREE-COUNT TO WS-BEST-AGREE
042500               MOVE WS-JB-IX TO WS-REF-IX
042600           END-IF.
042700 3100-COUNT-AGREEMENT-EXIT.
042800           EXIT.
042900
043000**----------------------------------------------------------*
043100*    3110-COMPARE-JOB                                       *
043200**----------------------------------------------------------*
043300 3110-COMPARE-JOB.
043400           IF WS-BR-PRESENT (WS-BR-IX, WS-CMP-IX) = "Y"
043500               AND WS-BR-MESSAGES (WS-BR-IX, WS-CMP-IX) =
043600                   WS-BR-MESSAGES (WS-BR-IX, WS-JB-IX)
043700               AND WS-BR-INVOICES (WS-BR-IX, WS-CMP-IX) =
043800                   WS-BR-INVOICES (WS-BR-IX, WS-JB-IX)
043900               AND WS-BR-ITEMS (WS-BR-IX, WS-CMP-IX) =
044000                   WS-BR-ITEMS (WS-BR-IX, WS-JB-IX)
044100               AND WS-BR-VALUE (WS-BR-IX, WS-CMP-IX) =
044200                   WS-BR-VALUE (WS-BR-IX, WS-JB-IX)
044300               ADD 1 TO WS-AGREE-COUNT
044400           END-IF.
044500 3110-COMPARE-JOB-EXIT.
044600           EXIT.
044700
044800**----------------------------------------------------------*
044900*    3200-PRINT-JOB - ONE JOB'S TOTALS FOR THE BRANCH. A    *
045000*    JOB THAT LEFT NO TOTALS, OR TOTALS DIFFERENT FROM THE  *
045100*    BRANCH'S FEED, IS FLAGGED OUT OF BALANCE               *
045200**----------------------------------------------------------*
045300 3200-PRINT-JOB.
045400           MOVE WS-BR-BRANCH-ID (WS-BR-IX) TO WS-DL-BRANCH-ID.
045500           MOVE WS-JOB-NAME (WS-JB-IX) TO WS-DL-JOB-NAME.
045600           MOVE WS-BR-MESSAGES (WS-BR-IX, WS-JB-IX)
045700               TO WS-DL-MESSAGES.
045800           MOVE WS-BR-INVOICES (WS-BR-IX, WS-JB-IX)
045900               TO WS-DL-INVOICES.
046000           MOVE WS-BR-ITEMS (WS-BR-IX, WS-JB-IX) TO WS-DL-ITEMS.
046100           MOVE WS-BR-VALUE (WS-BR-IX, WS-JB-IX) TO WS-DL-VALUE.
046200           EVALUATE TRUE
046300               WHEN WS-BR-PRESENT (WS-BR-IX, WS-JB-IX) NOT = "Y"
046400                   MOVE "NO TOTALS" TO WS-DL-STATUS
046500                   MOVE "Y" TO WS-JOB-OUT (WS-JB-IX)
046600               WHEN WS-BR-MESSAGES (WS-BR-IX, WS-JB-IX) NOT =
046700                       WS-BR-MESSAGES (WS-BR-IX, WS-REF-IX)
046800                 OR WS-BR-INVOICES (WS-BR-IX, WS-JB-IX) NOT =
046900                       WS-BR-INVOICES (WS-BR-IX, WS-REF-IX)
047000                 OR WS-BR-ITEMS (WS-BR-IX, WS-JB-IX) NOT =
047100                       WS-BR-ITEMS (WS-BR-IX, WS-REF-IX)
047200                 OR WS-BR-VALUE (WS-BR-IX, WS-JB-IX) NOT =
047300                       WS-BR-VALUE (WS-BR-IX, WS-REF-IX)
047400                   MOVE "OUT OF BALANCE" TO WS-DL-STATUS
047500                   MOVE "Y" TO WS-JOB-OUT (WS-JB-IX)
047600               WHEN OTHER
047700                   MOVE "IN BALANCE" TO WS-DL-STATUS
047800           END-EVALUATE.
047900           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
048000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
048100 3200-PRINT-JOB-EXIT.
048200           EXIT.
048300
048400**----------------------------------------------------------*
048500*    4000-PRINT-VERDICT - CLEAR THE GL EXTRACT FOR RELEASE  *
048600*    ONLY WHEN TOTALS WERE FOUND AND EVERY JOB BALANCED;    *
048700*    OTHERWISE NAME EVERY JOB OUT OF BALANCE AND HOLD IT    *
048800**----------------------------------------------------------*
048900 4000-PRINT-VERDICT.
049000           MOVE ZERO TO WS-OUT-JOB-COUNT.
049100           INSPECT WS-JOB-OUT-FLAGS TALLYING WS-OUT-JOB-COUNT
049200               FOR ALL "Y".
049300           MOVE SPACES TO WS-SUMMARY-LINE.
049400           MOVE "CONTROL TOTALS RECORDS READ" TO WS-SUM-TEXT.
049500           MOVE WS-RECORDS-READ TO WS-ED-COUNT.
049600           MOVE WS-ED-COUNT TO WS-SUM-VALUE.
049700           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
049800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
049900           IF WS-UNKNOWN-JOB-CNT > ZERO
050000               MOVE "IGNORED - JOB NOT BALANCED" TO WS-SUM-TEXT
050100               MOVE WS-UNKNOWN-JOB-CNT TO WS-ED-COUNT
050200               MOVE WS-ED-COUNT TO WS-SUM-VALUE
050300               MOVE WS-SUMMARY-LINE TO REPORT-RECORD
050400               PERFORM 7900-WRITE-RECORD
050500                   THRU 7900-WRITE-RECORD-EXIT
050600           END-IF.
050700           MOVE SPACES TO REPORT-RECORD.
050800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
050900           IF WS-BR-COUNT = ZERO
051000               SET BATCH-OUT-OF-BALANCE TO TRUE
051100               MOVE "GL EXTRACT HELD - NO CONTROL TOTALS FOR"
051200                   TO WS-SUM-TEXT
051300               MOVE " THE RUN DATE" TO WS-SUM-VALUE
051400               MOVE WS-SUMMARY-LINE TO REPORT-RECORD
051500               PERFORM 7900-WRITE-RECORD
051600                   THRU 7900-WRITE-RECORD-EXIT
051700               DISPLAY "FCCTLBAL: NO CONTROL TOTALS FOR "
051800                   WS-RUN-DATE " - GL EXTRACT HELD"
051900               GO TO 4000-PRINT-VERDICT-EXIT
052000           END-IF.
052100           IF WS-OUT-JOB-COUNT = ZERO
052200               SET BATCH-IN-BALANCE TO TRUE
052300               MOVE "ALL JOBS IN BALANCE - GL EXTRACT"
052400                   TO WS-SUM-TEXT
052500               MOVE "CLEARED FOR RELEASE" TO WS-SUM-VALUE
052600               MOVE WS-SUMMARY-LINE TO REPORT-RECORD
052700               PERFORM 7900-WRITE-RECORD
052800                   THRU 7900-WRITE-RECORD-EXIT
052900               DISPLAY "FCCTLBAL: " WS-BR-COUNT
053000                   " BRANCH(ES) IN BALANCE - GL EXTRACT CLEARED"
053100               GO TO 4000-PRINT-VERDICT-EXIT
053200           END-IF.
053300           SET BATCH-OUT-OF-BALANCE TO TRUE.
053400           MOVE "GL EXTRACT HELD - JOB(S) OUT OF BALANCE:"
053500               TO WS-SUM-TEXT.
053600           MOVE WS-OUT-JOB-COUNT TO WS-ED-COUNT.
053700           MOVE WS-ED-COUNT TO WS-SUM-VALUE.
053800           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
053900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
054000           DISPLAY "FCCTLBAL: " WS-OUT-JOB-COUNT
054100               " JOB(S) OUT OF BALANCE - GL EXTRACT HELD".
054200           PERFORM 4100-NAME-JOB THRU 4100-NAME-JOB-EXIT
054300               VARYING WS-JB-IX FROM 1 BY 1
054400               UNTIL WS-JB-IX > 7.
054500 4000-PRINT-VERDICT-EXIT.
054600           EXIT.
054700
054800**----------------------------------------------------------*
054900*    4100-NAME-JOB                                          *
055000**----------------------------------------------------------*
055100 4100-NAME-JOB.
055200           IF WS-JOB-OUT (WS-JB-IX) NOT = "Y"
055300               GO TO 4100-NAME-JOB-EXIT
055400           END-IF.
055500           MOVE SPACES TO WS-SUMMARY-LINE.
055600           MOVE "    OUT OF BALANCE" TO WS-SUM-TEXT.
055700           MOVE WS-JOB-NAME (WS-JB-IX) TO WS-SUM-VALUE.
055800           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
055900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
056000           DISPLAY "FCCTLBAL: OUT OF BALANCE - "
056100               WS-JOB-NAME (WS-JB-IX).
056200 4100-NAME-JOB-EXIT.
056300           EXIT.
056400
056500**----------------------------------------------------------*
056600*    5000-WRITE-RESULT - LEAVE THE VERDICT FOR FCGLREL: THE *
056700*    RUN DATE, IN OR OUT OF BALANCE, THE BRANCHES BALANCED, *
056800*    THE JOBS OUT OF BALANCE AND WHEN IT WAS REACHED        *
056900**----------------------------------------------------------*
057000 5000-WRITE-RESULT.
057100           MOVE WS-RUN-DATE TO BalancedRunDate.
057200           IF BATCH-IN-BALANCE
057300               SET Run-In-Balance TO TRUE
057400           ELSE
057500               SET Run-Out-Of-Balance TO TRUE
057600           END-IF.
057700           MOVE WS-BR-COUNT TO BranchesBalanced.
057800           MOVE WS-OUT-JOB-COUNT TO JobsOutOfBalance.
057900           ACCEPT BalancedDate FROM DATE YYYYMMDD.
058000           ACCEPT BalancedTime FROM TIME.
058100           WRITE RESULT-RECORD.
058200           IF WS-RESULT-STATUS NOT = "00"
058300               DISPLAY "FCCTLBAL: CTLRSLT WRITE ERROR, STATUS="
058400                   WS-RESULT-STATUS
058500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
058600           END-IF.
058700 5000-WRITE-RESULT-EXIT.
058800           EXIT.
058900
059000**----------------------------------------------------------*
059100*    7900-WRITE-RECORD                                      *
059200**----------------------------------------------------------*
059300 7900-WRITE-RECORD.
059400           WRITE REPORT-RECORD.
059500           IF WS-REPORT-STATUS NOT = "00"
059600               DISPLAY "FCCTLBAL: REPORT WRITE ERROR, STATUS="
059700                   WS-REPORT-STATUS
059800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
059900           END-IF.
060000 7900-WRITE-RECORD-EXIT.
060100           EXIT.
060200
060300**----------------------------------------------------------*
060400*    8000-TERMINATE                                         *
060500**----------------------------------------------------------*
060600 8000-TERMINATE.
060700           CLOSE CTLTOT-FILE.
060800           CLOSE REPORT-FILE.
060900           CLOSE RESULT-FILE.
061000 8000-TERMINATE-EXIT.
061100           EXIT.
061200
061300**----------------------------------------------------------*
061400*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
061500*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
061600**----------------------------------------------------------*
061700 9999-ABEND.
061800           MOVE 16 TO RETURN-CODE.
061900           STOP RUN.
062000 9999-ABEND-EXIT.
062100           EXIT.
