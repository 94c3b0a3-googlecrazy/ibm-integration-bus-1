000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCHRSUM.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - NIGHTLY HOURLY
000800*                          TRADING CONSOLIDATION FOR STAFF
000900*                          ROSTERING. ROLLS THE DAY'S PURCHIN FEED
001000*                          UP BY RUN DATE, BRANCH, TILL AND HOUR
001100*                          OF THE DAY (THE HOUR OF THE MESSAGE
001200*                          HEADER'S EXTRACTTIME), COUNTING
001300*                          INVOICES AND ITEM LINES, AND APPENDS
001400*                          THE TOTALS TO THE HRSALES SUMMARY FILE
001500*                          FOR FCHRRPT TO AVERAGE BY HOUR AND DAY
001600*                          OF THE WEEK, THE SAME WAY FCPERSUM
001700*                          BUILDS PERSALES FOR FCPERRPT. THE RUN
001800*                          SITS UNDER FCRUNCTL RUN CONTROL PER
001900*                          BRANCH AND RUN DATE, SO A FEED CANNOT
002000*                          BE CONSOLIDATED TWICE AND DOUBLE THE
002100*                          AVERAGES.
002200*      ------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100           SELECT PURCH-FILE   ASSIGN TO PURCHIN
003200               ORGANIZATION    IS LINE SEQUENTIAL
003300               FILE STATUS     IS WS-PURCH-STATUS.
003400           SELECT OPTIONAL HOUR-FILE ASSIGN TO HRSALES
003500               ORGANIZATION    IS LINE SEQUENTIAL
003600               FILE STATUS     IS WS-HOUR-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PURCH-FILE
004100           RECORD CONTAINS 0 TO 873262 CHARACTERS
004200           RECORDING MODE IS V.
004300           COPY PurchaseData
004400               REPLACING ==PurchaseData== BY ==PURCH-RECORD==.
004500
004600 FD  HOUR-FILE.
004700           COPY HourlySales
004800               REPLACING ==HourlySalesRecord==
004900                   BY ==HOUR-RECORD==.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
005400               88  END-OF-PURCH-FILE         VALUE "Y".
005500           05  WS-SUM-FOUND-SWITCH  PIC X(01)    VALUE "N".
005600               88  FOUND-SUMMARY             VALUE "Y".
005700           05  WS-RB-FOUND-SWITCH   PIC X(01)    VALUE "N".
005800               88  FOUND-RUN-BRANCH          VALUE "Y".
005900
006000 01  WS-FILE-STATUSES.
006100           05  WS-PURCH-STATUS      PIC X(02)    VALUE "00".
006200           05  WS-HOUR-STATUS       PIC X(02)    VALUE "00".
006300
006400 01  WS-INDICES.
006500           05  WS-SUM-IX            PIC 9(4)     COMP
006600               VALUE ZERO.
006700           05  WS-RB-IX             PIC 99       COMP
006800               VALUE ZERO.
006900
007000 01  WS-COUNTERS.
007100           05  WS-MESSAGE-COUNT     PIC 9(9)     COMP
007200               VALUE ZERO.
007300           05  WS-WRITE-COUNT       PIC 9(6)     COMP
007400               VALUE ZERO.
007500           05  WS-OVERFLOW-COUNT    PIC 9(6)     COMP
007600               VALUE ZERO.
007700           05  WS-BAD-TIME-COUNT    PIC 9(6)     COMP
007800               VALUE ZERO.
007900
008000 01  WS-CURRENT-MESSAGE.
008100           05  WS-CURRENT-HOUR      PIC 99       VALUE ZERO.
008200           05  WS-CURRENT-ITEMS     PIC S9(9)    COMP-3
008300               VALUE ZERO.
008400
008500**----------------------------------------------------------*
008600*    WS-RUNCTL-PARMS AND WS-RUNCTL-BRANCHES - FCRUNCTL      *
008700*    CALL PARAMETERS AND THE BRANCHES SEEN THIS RUN, EACH   *
008800*    CHECKED WHEN FIRST SEEN AND STAMPED COMPLETE AT        *
008900*    SUCCESSFUL CLOSE. THE SUMMARY FILE IS ONLY WRITTEN     *
009000*    AFTER THE WHOLE FEED HAS ACCUMULATED, SO A REFUSED     *
009100*    RUN LEAVES HRSALES UNTOUCHED                           *
009200**----------------------------------------------------------*
009300 01  WS-RUNCTL-PARMS.
009400           05  WS-RC-FUNCTION       PIC X(01)    VALUE SPACE.
009500           05  WS-RC-RUN-DATE       PIC 9(8)     VALUE ZERO.
009600           05  WS-RC-BRANCH-ID      PIC X(5)     VALUE SPACES.
009700           05  WS-RC-FEED-NAME      PIC X(8)     VALUE "HRSUM".
009800           05  WS-RC-RETURN         PIC X(01)    VALUE SPACE.
009900
010000 01  WS-RUNCTL-BRANCHES.
010100           05  WS-RB-COUNT          PIC 99       COMP
010200               VALUE ZERO.
010300           05  WS-RB-ENTRY          OCCURS 50 TIMES.
010400               10  WS-RB-RUN-DATE       PIC 9(8)     VALUE ZERO.
010500               10  WS-RB-BRANCH-ID      PIC X(5)     VALUE SPACES.
010600
010700**----------------------------------------------------------*
010800*    WS-SUMMARY-TABLE - ONE ENTRY PER DISTINCT RUN DATE /   *
010900*    BRANCH / TILL / HOUR SEEN ON THE FEED, WRITTEN OUT TO  *
011000*    HRSALES WHEN THE FEED IS EXHAUSTED                     *
011100**----------------------------------------------------------*
011200 01  WS-SUMMARY-TABLE.
011300           05  WS-SUM-COUNT         PIC 9(4)     COMP
011400               VALUE ZERO.
011500           05  WS-SUM-ENTRY         OCCURS 6000 TIMES.
011600               10  WS-SU-KEY.
011700                   15  WS-SU-RUN-DATE   PIC 9(8).
011800                   15  WS-SU-BRANCH     PIC X(05).
011900                   15  WS-SU-TILL       PIC 9(4).
012000                   15  WS-SU-HOUR       PIC 99.
012100               10  WS-SU-INVOICES       PIC S9(9)    COMP-3.
012200               10  WS-SU-ITEMS          PIC S9(9)    COMP-3.
012300
012400 01  WS-CURRENT-KEY.
012500           05  WS-CK-RUN-DATE       PIC 9(8)     VALUE ZERO.
012600           05  WS-CK-BRANCH         PIC X(05)    VALUE SPACES.
012700           05  WS-CK-TILL           PIC 9(4)     VALUE ZERO.
012800           05  WS-CK-HOUR           PIC 99       VALUE ZERO.
012900
013000 PROCEDURE DIVISION.
013100
013200**----------------------------------------------------------*
013300*    0000-MAINLINE                                          *
013400**----------------------------------------------------------*
013500 0000-MAINLINE.
013600           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
013700           PERFORM 2000-PROCESS-MESSAGE
013800               THRU 2000-PROCESS-MESSAGE-EXIT
013900               UNTIL END-OF-PURCH-FILE.
014000           PERFORM 7000-WRITE-SUMMARY
014100               THRU 7000-WRITE-SUMMARY-EXIT.
014200           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
014300           STOP RUN.
014400
014500**----------------------------------------------------------*
014600*    1000-INITIALISE - OPEN THE FEED AND PRIME THE READ.    *
014700*    HRSALES STAYS CLOSED UNTIL THE WHOLE FEED HAS CLEARED  *
014800*    RUN CONTROL AND ACCUMULATED                            *
014900**----------------------------------------------------------*
015000 1000-INITIALISE.
015100           OPEN INPUT  PURCH-FILE.
015200           IF WS-PURCH-STATUS NOT = "00"
015300               DISPLAY "FCHRSUM: PURCH-FILE OPEN FAILED, STATUS="
015400                   WS-PURCH-STATUS
015500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
015600           END-IF.
015700           PERFORM 2900-READ-PURCH-FILE
015800               THRU 2900-READ-PURCH-FILE-EXIT.
015900 1000-INITIALISE-EXIT.
016000           EXIT.
016100
016200**----------------------------------------------------------*
016300*    2000-PROCESS-MESSAGE - CLEAR RUN CONTROL FOR THE       *
016400*    MESSAGE'S BRANCH WHEN FIRST SEEN, TAKE THE HOUR FROM   *
016500*    ITS EXTRACTTIME (HHMMSS) AND ROLL ITS INVOICES AND     *
016600*    ITEM LINES INTO THE SUMMARY TABLE. EVERY INVOICE OF    *
016700*    THE MESSAGE CARRIES ITEMCOUNT LINES. A TIME THAT IS    *
016800*    NOT A TIME OF DAY IS COUNTED AND LEFT OUT              *
016900**----------------------------------------------------------*
017000 2000-PROCESS-MESSAGE.
017100           ADD 1 TO WS-MESSAGE-COUNT.
017200           PERFORM 2800-CHECK-RUN-CONTROL
017300               THRU 2800-CHECK-RUN-CONTROL-EXIT.
017400           IF ExtractTime OF PURCH-RECORD NOT NUMERIC
017500               OR ExtractTime OF PURCH-RECORD > 235959
017600               ADD 1 TO WS-BAD-TIME-COUNT
017700               GO TO 2000-PROCESS-MESSAGE-READ
017800           END-IF.
017900           DIVIDE ExtractTime OF PURCH-RECORD BY 10000
018000               GIVING WS-CURRENT-HOUR.
018100           COMPUTE WS-CURRENT-ITEMS =
018200               InvoiceCount OF PURCH-RECORD
018300               * ItemCount OF PURCH-RECORD.
018400           PERFORM 3000-ROLLUP-SUMMARY
018500               THRU 3000-ROLLUP-SUMMARY-EXIT.
018600 2000-PROCESS-MESSAGE-READ.
018700           PERFORM 2900-READ-PURCH-FILE
018800               THRU 2900-READ-PURCH-FILE-EXIT.
018900 2000-PROCESS-MESSAGE-EXIT.
019000           EXIT.
019100
019200**----------------------------------------------------------*
019300*    2800-CHECK-RUN-CONTROL - ON FIRST SIGHT OF A BRANCH,   *
019400*    ASK THE FCRUNCTL LEDGER WHETHER THIS FEED HAS ALREADY  *
019500*    BEEN CONSOLIDATED FOR THAT BRANCH AND RUN DATE, AND    *
019600*    REFUSE THE RUN IF SO - A DOUBLE RUN HERE WOULD DOUBLE  *
019700*    EVERY HOURLY AVERAGE DOWNSTREAM                        *
019800**----------------------------------------------------------*
019900 2800-CHECK-RUN-CONTROL.
020000           SET WS-RB-FOUND-SWITCH TO "N".
020100           PERFORM 2810-SEARCH-RUN-BRANCH
020200               THRU 2810-SEARCH-RUN-BRANCH-EXIT
020300               VARYING WS-RB-IX FROM 1 BY 1
020400               UNTIL WS-RB-IX > WS-RB-COUNT
020500                   OR FOUND-RUN-BRANCH.
020600           IF FOUND-RUN-BRANCH
020700               GO TO 2800-CHECK-RUN-CONTROL-EXIT
020800           END-IF.
020900           IF WS-RB-COUNT >= 50
021000               DISPLAY "FCHRSUM: RUN-CONTROL BRANCH TABLE FULL"
021100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
021200           END-IF.
021300           ADD 1 TO WS-RB-COUNT.
021400           MOVE RunDate OF PURCH-RECORD
021500               TO WS-RB-RUN-DATE (WS-RB-COUNT).
021600           MOVE SourceBranchID OF PURCH-RECORD
021700               TO WS-RB-BRANCH-ID (WS-RB-COUNT).
021800           MOVE "C" TO WS-RC-FUNCTION.
021900           MOVE RunDate OF PURCH-RECORD TO WS-RC-RUN-DATE.
022000           MOVE SourceBranchID OF PURCH-RECORD
022100               TO WS-RC-BRANCH-ID.
022200           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
022300               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
022400           IF WS-RC-RETURN = "D"
022500               DISPLAY "FCHRSUM: FEED ALREADY CONSOLIDATED FOR"
022600                   " BRANCH " WS-RC-BRANCH-ID " DATE "
022700                   WS-RC-RUN-DATE " - RUN REFUSED"
022800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
022900           END-IF.
023000           IF WS-RC-RETURN = "E"
023100               DISPLAY "FCHRSUM: RUN-CONTROL LEDGER ERROR"
023200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
023300           END-IF.
023400 2800-CHECK-RUN-CONTROL-EXIT.
023500           EXIT.
023600
023700**----------------------------------------------------------*
023800*    2810-SEARCH-RUN-BRANCH                                 *
023900**----------------------------------------------------------*
024000 2810-SEARCH-RUN-BRANCH.
024100           IF WS-RB-RUN-DATE (WS-RB-IX)
024200               = RunDate OF PURCH-RECORD
024300               AND WS-RB-BRANCH-ID (WS-RB-IX)
024400               = SourceBranchID OF PURCH-RECORD
024500               SET FOUND-RUN-BRANCH TO TRUE
024600           END-IF.
024700 2810-SEARCH-RUN-BRANCH-EXIT.
024800           EXIT.
024900
025000**----------------------------------------------------------*
025100*    2900-READ-PURCH-FILE                                   *
025200**----------------------------------------------------------*
025300 2900-READ-PURCH-FILE.
025400           READ PURCH-FILE
025500               AT END
025600                   SET END-OF-PURCH-FILE TO TRUE
025700           END-READ.
025800           IF NOT END-OF-PURCH-FILE
025900               AND WS-PURCH-STATUS NOT = "00"
026000               DISPLAY "FCHRSUM: PURCH-FILE READ ERROR, STATUS="
026100                   WS-PURCH-STATUS
026200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
026300           END-IF.
026400 2900-READ-PURCH-FILE-EXIT.
026500           EXIT.
026600
026700**----------------------------------------------------------*
026800*    3000-ROLLUP-SUMMARY - FIND OR ADD THE CURRENT DATE /   *
026900*    BRANCH / TILL / HOUR ENTRY AND ADD IN THE MESSAGE'S    *
027000*    INVOICES AND ITEM LINES                                *
027100**----------------------------------------------------------*
027200 3000-ROLLUP-SUMMARY.
027300           MOVE RunDate OF PURCH-RECORD  TO WS-CK-RUN-DATE.
027400           MOVE SourceBranchID OF PURCH-RECORD
027500               TO WS-CK-BRANCH.
027600           MOVE SourceTillID OF PURCH-RECORD
027700               TO WS-CK-TILL.
027800           MOVE WS-CURRENT-HOUR          TO WS-CK-HOUR.
027900           SET WS-SUM-FOUND-SWITCH TO "N".
028000           PERFORM 3010-SEARCH-SUMMARY
028100               THRU 3010-SEARCH-SUMMARY-EXIT
028200               VARYING WS-SUM-IX FROM 1 BY 1
028300               UNTIL WS-SUM-IX > WS-SUM-COUNT
028400                   OR FOUND-SUMMARY.
028500           IF FOUND-SUMMARY
028600               SUBTRACT 1 FROM WS-SUM-IX
028700           ELSE
028800               IF WS-SUM-COUNT >= 6000
028900                   ADD 1 TO WS-OVERFLOW-COUNT
029000                   GO TO 3000-ROLLUP-SUMMARY-EXIT
029100               END-IF
029200               ADD 1 TO WS-SUM-COUNT
029300               MOVE WS-SUM-COUNT TO WS-SUM-IX
029400               MOVE WS-CURRENT-KEY TO WS-SU-KEY (WS-SUM-IX)
029500               MOVE ZERO TO WS-SU-INVOICES (WS-SUM-IX)
029600               MOVE ZERO TO WS-SU-ITEMS (WS-SUM-IX)
029700           END-IF.
029800           ADD InvoiceCount OF PURCH-RECORD
029900               TO WS-SU-INVOICES (WS-SUM-IX).
030000           ADD WS-CURRENT-ITEMS TO WS-SU-ITEMS (WS-SUM-IX).
030100 3000-ROLLUP-SUMMARY-EXIT.
030200           EXIT.
030300
030400**----------------------------------------------------------*
030500*    3010-SEARCH-SUMMARY                                    *
030600**----------------------------------------------------------*
030700 3010-SEARCH-SUMMARY.
030800           IF WS-SU-KEY (WS-SUM-IX) = WS-CURRENT-KEY
030900               SET FOUND-SUMMARY TO TRUE
031000           END-IF.
031100 3010-SEARCH-SUMMARY-EXIT.
031200           EXIT.
031300
031400**----------------------------------------------------------*
031500*    7000-WRITE-SUMMARY - THE WHOLE FEED ACCUMULATED AND    *
031600*    CLEARED RUN CONTROL: APPEND THE DAY'S SUMMARY ENTRIES  *
031700*    TO HRSALES                                             *
031800**----------------------------------------------------------*
031900 7000-WRITE-SUMMARY.
032000           OPEN EXTEND HOUR-FILE.
032100           IF WS-HOUR-STATUS NOT = "00"
032200               AND WS-HOUR-STATUS NOT = "05"
032300               DISPLAY "FCHRSUM: HRSALES OPEN FAILED, STATUS="
032400                   WS-HOUR-STATUS
032500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
032600           END-IF.
032700           PERFORM 7100-WRITE-ONE-SUMMARY
032800               THRU 7100-WRITE-ONE-SUMMARY-EXIT
032900               VARYING WS-SUM-IX FROM 1 BY 1
033000               UNTIL WS-SUM-IX > WS-SUM-COUNT.
033100           CLOSE HOUR-FILE.
033200 7000-WRITE-SUMMARY-EXIT.
033300           EXIT.
033400
033500**----------------------------------------------------------*
033600*    7100-WRITE-ONE-SUMMARY                                 *
033700**----------------------------------------------------------*
033800 7100-WRITE-ONE-SUMMARY.
033900           MOVE WS-SU-RUN-DATE (WS-SUM-IX)
034000               TO SummaryRunDate OF HOUR-RECORD.
034100           MOVE WS-SU-BRANCH (WS-SUM-IX)
034200               TO SourceBranchID OF HOUR-RECORD.
034300           MOVE WS-SU-TILL (WS-SUM-IX)
034400               TO SourceTillID OF HOUR-RECORD.
034500           MOVE WS-SU-HOUR (WS-SUM-IX)
034600               TO TradingHour OF HOUR-RECORD.
034700           MOVE WS-SU-INVOICES (WS-SUM-IX)
034800               TO HourlyInvoices OF HOUR-RECORD.
034900           MOVE WS-SU-ITEMS (WS-SUM-IX)
035000               TO HourlyItems OF HOUR-RECORD.
035100           WRITE HOUR-RECORD.
035200           IF WS-HOUR-STATUS NOT = "00"
035300               DISPLAY "FCHRSUM: HRSALES WRITE ERROR, STATUS="
035400                   WS-HOUR-STATUS
035500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035600           END-IF.
035700           ADD 1 TO WS-WRITE-COUNT.
035800 7100-WRITE-ONE-SUMMARY-EXIT.
035900           EXIT.
036000
036100**----------------------------------------------------------*
036200*    8000-TERMINATE - CLOSE DOWN, DISPLAY THE RUN'S         *
036300*    CONTROL TOTALS AND STAMP EVERY BRANCH SEEN THIS RUN    *
036400*    COMPLETE ON THE RUN-CONTROL LEDGER                     *
036500**----------------------------------------------------------*
036600 8000-TERMINATE.
036700           CLOSE PURCH-FILE.
036800           DISPLAY "FCHRSUM: " WS-MESSAGE-COUNT
036900               " MESSAGE(S) READ, " WS-SUM-COUNT
037000               " HOURLY ENTRY(S) ACCUMULATED, " WS-WRITE-COUNT
037100               " APPENDED TO HRSALES".
037200           IF WS-BAD-TIME-COUNT > ZERO
037300               DISPLAY "FCHRSUM: " WS-BAD-TIME-COUNT
037400                   " MESSAGE(S) CARRIED NO VALID EXTRACTTIME AND"
037500                   " WERE NOT CONSOLIDATED"
037600           END-IF.
037700           IF WS-OVERFLOW-COUNT > ZERO
037800               DISPLAY "FCHRSUM: " WS-OVERFLOW-COUNT
037900                   " MESSAGE(S) EXCEEDED THE SUMMARY TABLE AND"
038000                   " WERE NOT CONSOLIDATED"
038100           END-IF.
038200           PERFORM 8100-STAMP-RUN-CONTROL
038300               THRU 8100-STAMP-RUN-CONTROL-EXIT
038400               VARYING WS-RB-IX FROM 1 BY 1
038500               UNTIL WS-RB-IX > WS-RB-COUNT.
038600 8000-TERMINATE-EXIT.
038700           EXIT.
038800
038900**----------------------------------------------------------*
039000*    8100-STAMP-RUN-CONTROL                                 *
039100**----------------------------------------------------------*
039200 8100-STAMP-RUN-CONTROL.
039300           MOVE "S" TO WS-RC-FUNCTION.
039400           MOVE WS-RB-RUN-DATE (WS-RB-IX)  TO WS-RC-RUN-DATE.
039500           MOVE WS-RB-BRANCH-ID (WS-RB-IX) TO WS-RC-BRANCH-ID.
039600           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
039700               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
039800           IF WS-RC-RETURN = "E"
039900               DISPLAY "FCHRSUM: RUN-CONTROL STAMP FAILED FOR"
040000                   " BRANCH " WS-RC-BRANCH-ID
040100           END-IF.
040200 8100-STAMP-RUN-CONTROL-EXIT.
040300           EXIT.
040400
040500**----------------------------------------------------------*
040600*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
040700*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
040800**----------------------------------------------------------*
040900 9999-ABEND.
041000           MOVE 16 TO RETURN-CODE.
041100           STOP RUN.
041200 9999-ABEND-EXIT.
041300           EXIT.
