000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCBATDRV.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - NIGHTLY BATCH DRIVER.
000800*                          THE STEPS OF THE NIGHTLY RUN, THEIR RUN
000900*                          SHEET ORDER, THE HIGHEST RETURN CODE
001000*                          EACH MAY END WITH AND THE STEPS EACH
001100*                          DEPENDS ON ARE DEFINED ON STEPDEF. THE
001200*                          SCHEDULE RUNS THIS PROGRAM BEFORE EACH
001300*                          STEP WITH FUNCTION "B" ON THE BATPARM
001400*                          CARD: IT REFUSES THE STEP (RETURN CODE
001500*                          12) UNLESS EVERY PREDECESSOR IS
001600*                          COMPLETE FOR THE RUN DATE, SKIPS IT
001700*                          (RETURN CODE 4) IF IT HAS ALREADY
001800*                          COMPLETED, AND OTHERWISE RECORDS ITS
001900*                          START ON THE BATCHSTP LEDGER AND CLEARS
002000*                          IT TO RUN (RETURN CODE 0). AFTER THE
002100*                          STEP, FUNCTION "E" RECORDS ITS END AND
002200*                          RETURN CODE AND MARKS IT COMPLETE OR
002300*                          FAILED (RETURN CODE 8 ON A FAILURE SO
002400*                          THE SCHEDULE STOPS THERE). RESUBMITTING
002500*                          THE SCHEDULE AFTER A FAILURE THEREFORE
002600*                          SKIPS THE GOOD STEPS AND RESTARTS FROM
002700*                          THE FAILED ONE. FUNCTION "T" PRINTS THE
002800*                          BATCH TIMELINE ON BATCHTL WITH THE
002900*                          ELAPSED TIME OF EVERY STEP.
002910*       15-OCT-2026  DP    A STEP MAY NOW DEPEND ON UP TO 9
002920*                          PREDECESSORS, SO THE BALANCING STEP CAN
002930*                          WAIT FOR EVERY JOB THAT FEEDS IT.
003000*      ------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900           SELECT PARM-FILE    ASSIGN TO BATPARM
004000               ORGANIZATION    IS LINE SEQUENTIAL
004100               FILE STATUS     IS WS-PARM-STATUS.
004200           SELECT STEPDEF-FILE ASSIGN TO STEPDEF
004300               ORGANIZATION    IS LINE SEQUENTIAL
004400               FILE STATUS     IS WS-STEPDEF-STATUS.
004500           SELECT OPTIONAL STEP-FILE ASSIGN TO BATCHSTP
004600               ORGANIZATION    IS INDEXED
004700               ACCESS MODE     IS RANDOM
004800               RECORD KEY      IS BatchStepKey
004900               FILE STATUS     IS WS-STEP-STATUS.
005000           SELECT REPORT-FILE  ASSIGN TO BATCHTL
005100               ORGANIZATION    IS LINE SEQUENTIAL
005200               FILE STATUS     IS WS-REPORT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600**----------------------------------------------------------*
005700*    PARM-RECORD - THE DRIVER CONTROL CARD: THE FUNCTION    *
005800*    (B = BEGIN STEP, E = END STEP, T = TIMELINE), THE STEP *
005900*    NAME, THE STEP'S RETURN CODE (FUNCTION E ONLY) AND THE *
006000*    BATCH RUN DATE, WHICH THE SCHEDULE SETS ONCE FOR THE   *
006100*    WHOLE NIGHT SO STEPS AFTER MIDNIGHT STAY ON THE SAME   *
006200*    RUN                                                    *
006300**----------------------------------------------------------*
006400 FD  PARM-FILE.
006500 01  PARM-RECORD.
006600           05  PARM-FUNCTION           PIC X(01).
006700               88  BEGIN-STEP                VALUE "B".
006800               88  END-STEP                  VALUE "E".
006900               88  PRINT-TIMELINE            VALUE "T".
007000           05  PARM-STEP-NAME          PIC X(08).
007100           05  PARM-STEP-RC            PIC 9(4).
007200           05  PARM-RUN-DATE           PIC 9(8).
007300
007400 FD  STEPDEF-FILE.
007500           COPY StepDefinition
007600               REPLACING ==StepDefinitionRecord==
007700                   BY ==STEPDEF-RECORD==.
007800
007900 FD  STEP-FILE.
008000           COPY BatchStep
008100               REPLACING ==BatchStepRecord== BY ==STEP-RECORD==.
008200
008300 FD  REPORT-FILE.
008400 01  REPORT-RECORD               PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-SWITCHES.
008800           05  WS-STEPDEF-EOF-SWITCH PIC X(01)   VALUE "N".
008900               88  END-OF-STEPDEF-FILE       VALUE "Y".
009000           05  WS-FOUND-SWITCH      PIC X(01)    VALUE "N".
009100               88  FOUND-STEP                VALUE "Y".
009200           05  WS-REFUSED-SWITCH    PIC X(01)    VALUE "N".
009300               88  STEP-REFUSED              VALUE "Y".
009400           05  WS-LEDGER-SWITCH     PIC X(01)    VALUE "N".
009500               88  ON-LEDGER                 VALUE "Y".
009600           05  WS-RESTART-SWITCH    PIC X(01)    VALUE "N".
009700               88  RESTART-POINT-FOUND       VALUE "Y".
009800
009900 01  WS-FILE-STATUSES.
010000           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
010100           05  WS-STEPDEF-STATUS    PIC X(02)    VALUE "00".
010200           05  WS-STEP-STATUS       PIC X(02)    VALUE "00".
010300           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
010400
010500 01  WS-INDICES.
010600           05  WS-SD-IX             PIC 99       COMP
010700               VALUE ZERO.
010800           05  WS-FS-IX             PIC 99       COMP
010900               VALUE ZERO.
011000           05  WS-PR-IX             PIC 99       COMP
011100               VALUE ZERO.
011200
011300**----------------------------------------------------------*
011400*    WS-DRIVER-RC - THE RETURN CODE THE SCHEDULE ACTS ON    *
011500**----------------------------------------------------------*
011600 01  WS-DRIVER-RC             PIC 9(4)     VALUE ZERO.
011700           88  DRIVER-RUN-STEP               VALUE 0.
011800           88  DRIVER-SKIP-STEP              VALUE 4.
011900           88  DRIVER-STEP-FAILED            VALUE 8.
012000           88  DRIVER-REFUSE-STEP            VALUE 12.
012100           88  DRIVER-ERROR                  VALUE 16.
012200
012300 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
012400 01  WS-FIND-NAME             PIC X(08)    VALUE SPACES.
012500 01  WS-LAST-SEQUENCE         PIC 9(3)     VALUE ZERO.
012600
012700 01  WS-NOW.
012800           05  WS-NOW-DATE          PIC 9(8)     VALUE ZERO.
012900           05  WS-NOW-TIME          PIC 9(8)     VALUE ZERO.
013000
013100**----------------------------------------------------------*
013200*    WS-TIME-WORK - A TIME OF DAY AS ACCEPTED FROM THE      *
013300*    SYSTEM, BROKEN DOWN FOR THE ELAPSED TIME SUMS          *
013400**----------------------------------------------------------*
013500 01  WS-TIME-WORK             PIC 9(8)     VALUE ZERO.
013600 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
013700           05  WS-TP-HOURS          PIC 99.
013800           05  WS-TP-MINUTES        PIC 99.
013900           05  WS-TP-SECONDS        PIC 99.
014000           05  WS-TP-HUNDREDTHS     PIC 99.
014100
014200 01  WS-ELAPSED-WORK.
014300           05  WS-DATE-WORK         PIC 9(8)     VALUE ZERO.
014400           05  WS-SECS-WORK         PIC S9(11)   COMP-3
014500               VALUE ZERO.
014600           05  WS-START-SECS        PIC S9(11)   COMP-3
014700               VALUE ZERO.
014800           05  WS-END-SECS          PIC S9(11)   COMP-3
014900               VALUE ZERO.
015000           05  WS-FIRST-START-SECS  PIC S9(11)   COMP-3
015100               VALUE ZERO.
015200           05  WS-LAST-END-SECS     PIC S9(11)   COMP-3
015300               VALUE ZERO.
015400           05  WS-LONGEST-SECS      PIC S9(7)    COMP-3
015500               VALUE ZERO.
015600           05  WS-STEPS-TOTAL-SECS  PIC S9(7)    COMP-3
015700               VALUE ZERO.
015800           05  WS-ELAPSED-SECS      PIC S9(7)    COMP-3
015900               VALUE ZERO.
016000           05  WS-ELAPSED-HOURS     PIC 9(3)     VALUE ZERO.
016100           05  WS-ELAPSED-REM       PIC 9(4)     VALUE ZERO.
016200           05  WS-ELAPSED-MINUTES   PIC 99       VALUE ZERO.
016300           05  WS-ELAPSED-SECONDS   PIC 99       VALUE ZERO.
016400           05  WS-BAR-LENGTH        PIC 99       VALUE ZERO.
016500
016600**----------------------------------------------------------*
016700*    WS-STEP-TABLE - THE STEP DEFINITIONS IN RUN SHEET      *
016800*    ORDER, WITH EACH STEP'S LEDGER ENTRY ALONGSIDE FOR THE *
016900*    TIMELINE                                               *
017000**----------------------------------------------------------*
017100 01  WS-STEP-TABLE.
017200           05  WS-SD-COUNT          PIC 99       COMP
017300               VALUE ZERO.
017400           05  WS-SD-ENTRY          OCCURS 50 TIMES.
017500               10  WS-SD-SEQUENCE       PIC 9(3).
017600               10  WS-SD-NAME           PIC X(08).
017700               10  WS-SD-PROGRAM        PIC X(08).
017800               10  WS-SD-MAX-RC         PIC 9(4).
017900               10  WS-SD-PRED-COUNT     PIC 9.
018000               10  WS-SD-PREDECESSOR    PIC X(08)    OCCURS 9
018100                   TIMES.
018200               10  WS-SD-STATUS         PIC X(01).
018300               10  WS-SD-START-DATE     PIC 9(8).
018400               10  WS-SD-START-TIME     PIC 9(8).
018500               10  WS-SD-END-DATE       PIC 9(8).
018600               10  WS-SD-END-TIME       PIC 9(8).
018700               10  WS-SD-RC             PIC 9(4).
018800               10  WS-SD-ATTEMPTS       PIC 9(3).
018900               10  WS-SD-ELAPSED        PIC S9(7)    COMP-3.
019000
019100**----------------------------------------------------------*
019200*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD AND        *
019300*    WRITTEN BY 7900-WRITE-RECORD                           *
019400**----------------------------------------------------------*
019500 01  WS-HEADING-LINE.
019600           05  FILLER               PIC X(40)
019700               VALUE "FCBATDRV - NIGHTLY BATCH TIMELINE FOR  ".
019800           05  WS-HDG-RUN-DATE      PIC 9(8).
019900
020000 01  WS-COLUMN-LINE.
020100           05  FILLER               PIC X(40)
020200               VALUE "SEQ STEP     PROGRAM  STATUS   STARTED  ".
020300           05  FILLER               PIC X(40)
020400               VALUE "                ENDED                   ".
020500           05  FILLER               PIC X(40)
020600               VALUE " ELAPSED   RC TRY ELAPSED TIME          ".
020700
020800 01  WS-STEP-LINE.
020900           05  WS-SL-SEQUENCE       PIC 9(3).
021000           05  FILLER               PIC X(01)    VALUE SPACE.
021100           05  WS-SL-STEP-NAME      PIC X(08).
021200           05  FILLER               PIC X(01)    VALUE SPACE.
021300           05  WS-SL-PROGRAM        PIC X(08).
021400           05  FILLER               PIC X(01)    VALUE SPACE.
021500           05  WS-SL-STATUS         PIC X(08).
021600           05  FILLER               PIC X(01)    VALUE SPACE.
021700           05  WS-SL-START          PIC X(17).
021800           05  FILLER               PIC X(01)    VALUE SPACE.
021900           05  WS-SL-END            PIC X(17).
022000           05  FILLER               PIC X(01)    VALUE SPACE.
022100           05  WS-SL-ELAPSED        PIC X(09).
022200           05  FILLER               PIC X(01)    VALUE SPACE.
022300           05  WS-SL-RC             PIC X(04).
022400           05  FILLER               PIC X(01)    VALUE SPACE.
022500           05  WS-SL-ATTEMPTS       PIC X(03).
022600           05  FILLER               PIC X(01)    VALUE SPACE.
022700           05  WS-SL-BAR            PIC X(40).
022800
022900**----------------------------------------------------------*
023000*    EDITED DATE, TIME AND ELAPSED FIELDS FOR THE STEP LINE *
023100**----------------------------------------------------------*
023200 01  WS-ED-STAMP.
023300           05  WS-ED-DATE           PIC 9(8).
023400           05  FILLER               PIC X(01)    VALUE SPACE.
023500           05  WS-ED-HOURS          PIC 99.
023600           05  FILLER               PIC X(01)    VALUE ":".
023700           05  WS-ED-MINUTES        PIC 99.
023800           05  FILLER               PIC X(01)    VALUE ":".
023900           05  WS-ED-SECONDS        PIC 99.
024000
024100 01  WS-ED-ELAPSED.
024200           05  WS-EE-HOURS          PIC ZZ9.
024300           05  FILLER               PIC X(01)    VALUE ":".
024400           05  WS-EE-MINUTES        PIC 99.
024500           05  FILLER               PIC X(01)    VALUE ":".
024600           05  WS-EE-SECONDS        PIC 99.
024700
024800 01  WS-ED-COUNTS.
024900           05  WS-ED-RC             PIC ZZZ9.
025000           05  WS-ED-ATTEMPTS       PIC ZZ9.
025100
025200 01  WS-BAR-STARS             PIC X(40)    VALUE ALL "*".
025300
025400 01  WS-SUMMARY-LINE.
025500           05  WS-SUM-TEXT          PIC X(40).
025600           05  WS-SUM-VALUE         PIC X(40).
025700
025800 PROCEDURE DIVISION.
025900
026000**----------------------------------------------------------*
026100*    0000-MAINLINE - THE RETURN CODE LEFT FOR THE SCHEDULE  *
026200*    TELLS IT WHETHER TO RUN THE STEP, SKIP IT OR STOP      *
026300**----------------------------------------------------------*
026400 0000-MAINLINE.
026500           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
026600           EVALUATE TRUE
026700               WHEN BEGIN-STEP
026800                   PERFORM 2000-BEGIN-STEP
026900                       THRU 2000-BEGIN-STEP-EXIT
027000               WHEN END-STEP
027100                   PERFORM 3000-END-STEP THRU 3000-END-STEP-EXIT
027200               WHEN PRINT-TIMELINE
027300                   PERFORM 4000-PRINT-TIMELINE
027400                       THRU 4000-PRINT-TIMELINE-EXIT
027500           END-EVALUATE.
027600           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
027700           MOVE WS-DRIVER-RC TO RETURN-CODE.
027800           STOP RUN.
027900
028000**----------------------------------------------------------*
028100*    1000-INITIALISE - READ THE CONTROL CARD, LOAD THE STEP *
028200*    DEFINITIONS AND OPEN THE STEP LEDGER                   *
028300**----------------------------------------------------------*
028400 1000-INITIALISE.
028500           OPEN INPUT  PARM-FILE.
028600           IF WS-PARM-STATUS NOT = "00"
028700               DISPLAY "FCBATDRV: PARM-FILE OPEN FAILED, STATUS="
028800                   WS-PARM-STATUS
028900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
029000           END-IF.
029100           READ PARM-FILE
029200               AT END
029300                   DISPLAY "FCBATDRV: EMPTY CONTROL CARD"
029400                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
029500           END-READ.
029600           CLOSE PARM-FILE.
029700           IF NOT BEGIN-STEP AND NOT END-STEP
029800               AND NOT PRINT-TIMELINE
029900               DISPLAY "FCBATDRV: INVALID FUNCTION " PARM-FUNCTION
030000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
030100           END-IF.
030200           IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = ZERO
030300               DISPLAY
030400                   "FCBATDRV: BATCH RUN DATE MISSING FROM CARD"
030500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
030600           END-IF.
030700           MOVE PARM-RUN-DATE TO WS-RUN-DATE.
030800           IF END-STEP AND PARM-STEP-RC NOT NUMERIC
030900               DISPLAY
031000                   "FCBATDRV: STEP RETURN CODE MISSING FROM CARD"
031100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
031200           END-IF.
031300           OPEN INPUT  STEPDEF-FILE.
031400           IF WS-STEPDEF-STATUS NOT = "00"
031500               DISPLAY "FCBATDRV: STEPDEF OPEN FAILED, STATUS="
031600                   WS-STEPDEF-STATUS
031700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
031800           END-IF.
031900           PERFORM 1100-LOAD-STEP THRU 1100-LOAD-STEP-EXIT
032000               UNTIL END-OF-STEPDEF-FILE.
032100           CLOSE STEPDEF-FILE.
032200           OPEN I-O    STEP-FILE.
032300           IF WS-STEP-STATUS NOT = "00"
032400               AND WS-STEP-STATUS NOT = "05"
032500               DISPLAY "FCBATDRV: BATCHSTP OPEN FAILED, STATUS="
032600                   WS-STEP-STATUS
032700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
032800           END-IF.
032900 1000-INITIALISE-EXIT.
033000           EXIT.
033100
033200**----------------------------------------------------------*
033300*    1100-LOAD-STEP - ONE STEP DEFINITION. STEPS MUST BE IN *
033400*    ASCENDING SEQUENCE AND MAY ONLY DEPEND ON STEPS        *
033500*    ALREADY DEFINED ABOVE THEM, SO THE DEPENDENCIES CAN    *
033600*    NEVER LOOP                                             *
033700**----------------------------------------------------------*
033800 1100-LOAD-STEP.
033900           READ STEPDEF-FILE
034000               AT END
034100                   SET END-OF-STEPDEF-FILE TO TRUE
034200                   GO TO 1100-LOAD-STEP-EXIT
034300           END-READ.
034400           IF StepName OF STEPDEF-RECORD = SPACES
034500               GO TO 1100-LOAD-STEP-EXIT
034600           END-IF.
034700           IF StepSequence NOT NUMERIC
034800               OR StepSequence NOT > WS-LAST-SEQUENCE
034900               DISPLAY "FCBATDRV: STEPDEF OUT OF SEQUENCE AT "
035000                   StepName OF STEPDEF-RECORD
035100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035200           END-IF.
035300           MOVE StepSequence TO WS-LAST-SEQUENCE.
035400           IF PredecessorCount NOT NUMERIC
035500               MOVE ZERO TO PredecessorCount
035600           END-IF.
035700           IF PredecessorCount > 9
035800               DISPLAY "FCBATDRV: MORE THAN 9 PREDECESSORS FOR "
035900                   StepName OF STEPDEF-RECORD
036000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036100           END-IF.
036200           MOVE StepName OF STEPDEF-RECORD TO WS-FIND-NAME.
036300           PERFORM 5000-FIND-STEP THRU 5000-FIND-STEP-EXIT.
036400           IF FOUND-STEP
036500               DISPLAY "FCBATDRV: STEP " WS-FIND-NAME
036600                   " DEFINED TWICE ON STEPDEF"
036700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036800           END-IF.
036900           PERFORM 1110-CHECK-DEF-PREDECESSOR
037000               THRU 1110-CHECK-DEF-PREDECESSOR-EXIT
037100               VARYING WS-PR-IX FROM 1 BY 1
037200               UNTIL WS-PR-IX > PredecessorCount.
037300           IF WS-SD-COUNT >= 50
037400               DISPLAY "FCBATDRV: MORE THAN 50 STEPS ON STEPDEF"
037500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
037600           END-IF.
037700           ADD 1 TO WS-SD-COUNT.
037800           MOVE WS-SD-COUNT TO WS-SD-IX.
037900           MOVE StepSequence TO WS-SD-SEQUENCE (WS-SD-IX).
038000           MOVE StepName OF STEPDEF-RECORD
038100               TO WS-SD-NAME (WS-SD-IX).
038200           MOVE StepProgram TO WS-SD-PROGRAM (WS-SD-IX).
038300           IF MaxReturnCode NUMERIC
038400               MOVE MaxReturnCode TO WS-SD-MAX-RC (WS-SD-IX)
038500           ELSE
038600               MOVE 4 TO WS-SD-MAX-RC (WS-SD-IX)
038700           END-IF.
038800           MOVE PredecessorCount TO WS-SD-PRED-COUNT (WS-SD-IX).
038900           PERFORM 1120-COPY-PREDECESSOR
039000               THRU 1120-COPY-PREDECESSOR-EXIT
039100               VARYING WS-PR-IX FROM 1 BY 1
039200               UNTIL WS-PR-IX > 9.
039300 1100-LOAD-STEP-EXIT.
039400           EXIT.
039500
039600**----------------------------------------------------------*
039700*    1110-CHECK-DEF-PREDECESSOR                             *
039800**----------------------------------------------------------*
039900 1110-CHECK-DEF-PREDECESSOR.
040000           MOVE Predecessor (WS-PR-IX) TO WS-FIND-NAME.
040100           PERFORM 5000-FIND-STEP THRU 5000-FIND-STEP-EXIT.
040200           IF NOT FOUND-STEP
040300               DISPLAY "FCBATDRV: STEP " StepName OF
040400                   STEPDEF-RECORD
040500                   " DEPENDS ON " WS-FIND-NAME
040600                   " WHICH IS NOT DEFINED ABOVE IT"
040700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040800           END-IF.
040900 1110-CHECK-DEF-PREDECESSOR-EXIT.
041000           EXIT.
041100
041200**----------------------------------------------------------*
041300*    1120-COPY-PREDECESSOR                                  *
041400**----------------------------------------------------------*
041500 1120-COPY-PREDECESSOR.
041600           IF WS-PR-IX > PredecessorCount
041700               MOVE SPACES
041800                   TO WS-SD-PREDECESSOR (WS-SD-IX, WS-PR-IX)
041900           ELSE
042000               MOVE Predecessor (WS-PR-IX)
042100                   TO WS-SD-PREDECESSOR (WS-SD-IX, WS-PR-IX)
042200           END-IF.
042300 1120-COPY-PREDECESSOR-EXIT.
042400           EXIT.
042500
042600**----------------------------------------------------------*
042700*    2000-BEGIN-STEP - CLEAR A STEP TO RUN, SKIP IT IF IT   *
042800*    HAS ALREADY COMPLETED FOR THIS RUN DATE, OR REFUSE IT  *
042900*    WHILE ANY PREDECESSOR IS INCOMPLETE. A STEP LEFT       *
043000*    FAILED OR STILL RUNNING FROM AN EARLIER ATTEMPT IS     *
043100*    RESTARTED                                              *
043200**----------------------------------------------------------*
043300 2000-BEGIN-STEP.
043400           MOVE PARM-STEP-NAME TO WS-FIND-NAME.
043500           PERFORM 5000-FIND-STEP THRU 5000-FIND-STEP-EXIT.
043600           IF NOT FOUND-STEP
043700               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
043800                   " IS NOT DEFINED ON STEPDEF"
043900               SET DRIVER-ERROR TO TRUE
044000               GO TO 2000-BEGIN-STEP-EXIT
044100           END-IF.
044200           MOVE "N" TO WS-REFUSED-SWITCH.
044300           PERFORM 2100-CHECK-PREDECESSOR
044400               THRU 2100-CHECK-PREDECESSOR-EXIT
044500               VARYING WS-PR-IX FROM 1 BY 1
044600               UNTIL WS-PR-IX > WS-SD-PRED-COUNT (WS-SD-IX).
044700           IF STEP-REFUSED
044800               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
044900                   " REFUSED - PREDECESSORS NOT COMPLETE"
045000               SET DRIVER-REFUSE-STEP TO TRUE
045100               GO TO 2000-BEGIN-STEP-EXIT
045200           END-IF.
045300           MOVE PARM-STEP-NAME TO WS-FIND-NAME.
045400           PERFORM 5100-READ-LEDGER THRU 5100-READ-LEDGER-EXIT.
045500           PERFORM 5200-TIME-NOW THRU 5200-TIME-NOW-EXIT.
045600           IF NOT ON-LEDGER
045700               MOVE WS-RUN-DATE TO RunDate OF STEP-RECORD
045800               MOVE PARM-STEP-NAME TO StepName OF STEP-RECORD
045900               SET Step-Running TO TRUE
046000               MOVE WS-NOW-DATE TO StartDate
046100               MOVE WS-NOW-TIME TO StartTime
046200               MOVE ZERO TO EndDate
046300               MOVE ZERO TO EndTime
046400               MOVE ZERO TO StepReturnCode
046500               MOVE 1 TO AttemptCount
046600               WRITE STEP-RECORD
046700                   INVALID KEY
046800                       DISPLAY "FCBATDRV: BATCHSTP WRITE REJECTED"
046900                       PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
047000               END-WRITE
047100               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME " STARTED"
047200               SET DRIVER-RUN-STEP TO TRUE
047300               GO TO 2000-BEGIN-STEP-EXIT
047400           END-IF.
047500           IF Step-Complete
047600               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
047700                   " ALREADY COMPLETE - SKIPPED"
047800               SET DRIVER-SKIP-STEP TO TRUE
047900               GO TO 2000-BEGIN-STEP-EXIT
048000           END-IF.
048100           ADD 1 TO AttemptCount.
048200           SET Step-Running TO TRUE.
048300           MOVE WS-NOW-DATE TO StartDate.
048400           MOVE WS-NOW-TIME TO StartTime.
048500           MOVE ZERO TO EndDate.
048600           MOVE ZERO TO EndTime.
048700           MOVE ZERO TO StepReturnCode.
048800           REWRITE STEP-RECORD
048900               INVALID KEY
049000                   DISPLAY "FCBATDRV: BATCHSTP REWRITE REJECTED"
049100                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
049200           END-REWRITE.
049300           DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
049400               " RESTARTED, ATTEMPT " AttemptCount.
049500           SET DRIVER-RUN-STEP TO TRUE.
049600 2000-BEGIN-STEP-EXIT.
049700           EXIT.
049800
049900**----------------------------------------------------------*
050000*    2100-CHECK-PREDECESSOR - EVERY PREDECESSOR MUST HAVE   *
050100*    COMPLETED FOR THE SAME RUN DATE. ALL OF THEM ARE       *
050200*    CHECKED SO THE OPERATOR SEES EVERY ONE OUTSTANDING     *
050300**----------------------------------------------------------*
050400 2100-CHECK-PREDECESSOR.
050500           MOVE WS-SD-PREDECESSOR (WS-SD-IX, WS-PR-IX)
050600               TO WS-FIND-NAME.
050700           PERFORM 5100-READ-LEDGER THRU 5100-READ-LEDGER-EXIT.
050800           IF ON-LEDGER AND Step-Complete
050900               GO TO 2100-CHECK-PREDECESSOR-EXIT
051000           END-IF.
051100           SET STEP-REFUSED TO TRUE.
051200           EVALUATE TRUE
051300               WHEN NOT ON-LEDGER
051400                   DISPLAY "FCBATDRV: PREDECESSOR " WS-FIND-NAME
051500                       " HAS NOT RUN"
051600               WHEN Step-Running
051700                   DISPLAY "FCBATDRV: PREDECESSOR " WS-FIND-NAME
051800                       " IS STILL RUNNING OR DID NOT END"
051900               WHEN OTHER
052000                   DISPLAY "FCBATDRV: PREDECESSOR " WS-FIND-NAME
052100                       " FAILED, RC=" StepReturnCode
052200           END-EVALUATE.
052300 2100-CHECK-PREDECESSOR-EXIT.
052400           EXIT.
052500
052600**----------------------------------------------------------*
052700*    3000-END-STEP - RECORD THE STEP'S END AND RETURN CODE. *
052800*    A RETURN CODE ABOVE THE STEP'S DEFINED MAXIMUM MARKS   *
052900*    IT FAILED, AND IT IS THE STEP A RESUBMITTED SCHEDULE   *
053000*    WILL RESTART FROM                                      *
053100**----------------------------------------------------------*
053200 3000-END-STEP.
053300           MOVE PARM-STEP-NAME TO WS-FIND-NAME.
053400           PERFORM 5000-FIND-STEP THRU 5000-FIND-STEP-EXIT.
053500           IF NOT FOUND-STEP
053600               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
053700                   " IS NOT DEFINED ON STEPDEF"
053800               SET DRIVER-ERROR TO TRUE
053900               GO TO 3000-END-STEP-EXIT
054000           END-IF.
054100           PERFORM 5100-READ-LEDGER THRU 5100-READ-LEDGER-EXIT.
054200           IF NOT ON-LEDGER OR NOT Step-Running
054300               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
054400                   " WAS NOT STARTED - END NOT RECORDED"
054500               SET DRIVER-ERROR TO TRUE
054600               GO TO 3000-END-STEP-EXIT
054700           END-IF.
054800           PERFORM 5200-TIME-NOW THRU 5200-TIME-NOW-EXIT.
054900           MOVE WS-NOW-DATE TO EndDate.
055000           MOVE WS-NOW-TIME TO EndTime.
055100           MOVE PARM-STEP-RC TO StepReturnCode.
055200           IF PARM-STEP-RC > WS-SD-MAX-RC (WS-SD-IX)
055300               SET Step-Failed TO TRUE
055400               SET DRIVER-STEP-FAILED TO TRUE
055500               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
055600                   " FAILED, RC=" PARM-STEP-RC
055700                   " - RESUBMIT TO RESTART FROM THIS STEP"
055800           ELSE
055900               SET Step-Complete TO TRUE
056000               SET DRIVER-RUN-STEP TO TRUE
056100               DISPLAY "FCBATDRV: STEP " PARM-STEP-NAME
056200                   " COMPLETE, RC=" PARM-STEP-RC
056300           END-IF.
056400           REWRITE STEP-RECORD
056500               INVALID KEY
056600                   DISPLAY "FCBATDRV: BATCHSTP REWRITE REJECTED"
056700                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
056800           END-REWRITE.
056900 3000-END-STEP-EXIT.
057000           EXIT.
057100
057200**----------------------------------------------------------*
057300*    4000-PRINT-TIMELINE - EVERY DEFINED STEP IN RUN SHEET  *
057400*    ORDER WITH ITS START, END AND ELAPSED TIME, A BAR      *
057500*    SCALED TO THE LONGEST STEP, THE WHOLE BATCH WINDOW     *
057600*    AND THE STEP A RESTART WOULD BEGIN FROM                *
057700**----------------------------------------------------------*
057800 4000-PRINT-TIMELINE.
057900           OPEN OUTPUT REPORT-FILE.
058000           IF WS-REPORT-STATUS NOT = "00"
058100               DISPLAY "FCBATDRV: REPORT OPEN FAILED, STATUS="
058200                   WS-REPORT-STATUS
058300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
058400           END-IF.
058500           PERFORM 4100-GATHER-STEP THRU 4100-GATHER-STEP-EXIT
058600               VARYING WS-SD-IX FROM 1 BY 1
058700               UNTIL WS-SD-IX > WS-SD-COUNT.
058800           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
058900           MOVE WS-HEADING-LINE TO REPORT-RECORD.
059000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
059100           MOVE SPACES TO REPORT-RECORD.
059200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
059300           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
059400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
059500           PERFORM 4200-PRINT-STEP THRU 4200-PRINT-STEP-EXIT
059600               VARYING WS-SD-IX FROM 1 BY 1
059700               UNTIL WS-SD-IX > WS-SD-COUNT.
059800           PERFORM 4300-PRINT-SUMMARY
059900               THRU 4300-PRINT-SUMMARY-EXIT.
060000           CLOSE REPORT-FILE.
060100 4000-PRINT-TIMELINE-EXIT.
060200           EXIT.
060300
060400**----------------------------------------------------------*
060500*    4100-GATHER-STEP - PICK UP ONE STEP'S LEDGER ENTRY,    *
060600*    WORK OUT ITS ELAPSED SECONDS AND KEEP THE LONGEST STEP *
060700*    AND THE EARLIEST START AND LATEST END OF THE BATCH     *
060800**----------------------------------------------------------*
060900 4100-GATHER-STEP.
061000           MOVE SPACE TO WS-SD-STATUS (WS-SD-IX).
061100           MOVE ZERO TO WS-SD-START-DATE (WS-SD-IX).
061200           MOVE ZERO TO WS-SD-START-TIME (WS-SD-IX).
061300           MOVE ZERO TO WS-SD-END-DATE (WS-SD-IX).
061400           MOVE ZERO TO WS-SD-END-TIME (WS-SD-IX).
061500           MOVE ZERO TO WS-SD-RC (WS-SD-IX).
061600           MOVE ZERO TO WS-SD-ATTEMPTS (WS-SD-IX).
061700           MOVE ZERO TO WS-SD-ELAPSED (WS-SD-IX).
061800           MOVE WS-SD-NAME (WS-SD-IX) TO WS-FIND-NAME.
061900           PERFORM 5100-READ-LEDGER THRU 5100-READ-LEDGER-EXIT.
062000           IF NOT ON-LEDGER
062100               GO TO 4100-GATHER-STEP-EXIT
062200           END-IF.
062300           MOVE StepStatus TO WS-SD-STATUS (WS-SD-IX).
062400           MOVE StartDate TO WS-SD-START-DATE (WS-SD-IX).
062500           MOVE StartTime TO WS-SD-START-TIME (WS-SD-IX).
062600           MOVE EndDate TO WS-SD-END-DATE (WS-SD-IX).
062700           MOVE EndTime TO WS-SD-END-TIME (WS-SD-IX).
062800           MOVE StepReturnCode TO WS-SD-RC (WS-SD-IX).
062900           MOVE AttemptCount TO WS-SD-ATTEMPTS (WS-SD-IX).
063000           MOVE StartDate TO WS-DATE-WORK.
063100           MOVE StartTime TO WS-TIME-WORK.
063200           PERFORM 5300-SECONDS-OF THRU 5300-SECONDS-OF-EXIT.
063300           MOVE WS-SECS-WORK TO WS-START-SECS.
063400           IF WS-FIRST-START-SECS = ZERO
063500               OR WS-START-SECS < WS-FIRST-START-SECS
063600               MOVE WS-START-SECS TO WS-FIRST-START-SECS
063700           END-IF.
063800           IF EndDate = ZERO
063900               GO TO 4100-GATHER-STEP-EXIT
064000           END-IF.
064100           MOVE EndDate TO WS-DATE-WORK.
064200           MOVE EndTime TO WS-TIME-WORK.
064300           PERFORM 5300-SECONDS-OF THRU 5300-SECONDS-OF-EXIT.
064400           MOVE WS-SECS-WORK TO WS-END-SECS.
064500           IF WS-END-SECS > WS-LAST-END-SECS
064600               MOVE WS-END-SECS TO WS-LAST-END-SECS
064700           END-IF.
064800           COMPUTE WS-SD-ELAPSED (WS-SD-IX) =
064900               WS-END-SECS - WS-START-SECS.
065000           ADD WS-SD-ELAPSED (WS-SD-IX) TO WS-STEPS-TOTAL-SECS.
065100           IF WS-SD-ELAPSED (WS-SD-IX) > WS-LONGEST-SECS
065200               MOVE WS-SD-ELAPSED (WS-SD-IX) TO WS-LONGEST-SECS
065300           END-IF.
065400 4100-GATHER-STEP-EXIT.
065500           EXIT.
065600
065700**----------------------------------------------------------*
065800*    4200-PRINT-STEP - ONE LINE OF THE TIMELINE             *
065900**----------------------------------------------------------*
066000 4200-PRINT-STEP.
066100           MOVE SPACES TO WS-STEP-LINE.
066200           MOVE WS-SD-SEQUENCE (WS-SD-IX) TO WS-SL-SEQUENCE.
066300           MOVE WS-SD-NAME (WS-SD-IX) TO WS-SL-STEP-NAME.
066400           MOVE WS-SD-PROGRAM (WS-SD-IX) TO WS-SL-PROGRAM.
066500           EVALUATE WS-SD-STATUS (WS-SD-IX)
066600               WHEN "C"
066700                   MOVE "COMPLETE" TO WS-SL-STATUS
066800               WHEN "F"
066900                   MOVE "FAILED" TO WS-SL-STATUS
067000               WHEN "R"
067100                   MOVE "RUNNING" TO WS-SL-STATUS
067200               WHEN OTHER
067300                   MOVE "NOT RUN" TO WS-SL-STATUS
067400           END-EVALUATE.
067500           IF WS-SD-STATUS (WS-SD-IX) NOT = "C"
067600               AND NOT RESTART-POINT-FOUND
067700               SET RESTART-POINT-FOUND TO TRUE
067800               MOVE WS-SD-NAME (WS-SD-IX) TO WS-FIND-NAME
067900           END-IF.
068000           IF WS-SD-START-DATE (WS-SD-IX) = ZERO
068100               GO TO 4200-PRINT-STEP-WRITE
068200           END-IF.
068300           MOVE WS-SD-START-DATE (WS-SD-IX) TO WS-ED-DATE.
068400           MOVE WS-SD-START-TIME (WS-SD-IX) TO WS-TIME-WORK.
068500           PERFORM 5400-EDIT-STAMP THRU 5400-EDIT-STAMP-EXIT.
068600           MOVE WS-ED-STAMP TO WS-SL-START.
068700           MOVE WS-SD-ATTEMPTS (WS-SD-IX) TO WS-ED-ATTEMPTS.
068800           MOVE WS-ED-ATTEMPTS TO WS-SL-ATTEMPTS.
068900           IF WS-SD-END-DATE (WS-SD-IX) = ZERO
069000               GO TO 4200-PRINT-STEP-WRITE
069100           END-IF.
069200           MOVE WS-SD-END-DATE (WS-SD-IX) TO WS-ED-DATE.
069300           MOVE WS-SD-END-TIME (WS-SD-IX) TO WS-TIME-WORK.
069400           PERFORM 5400-EDIT-STAMP THRU 5400-EDIT-STAMP-EXIT.
069500           MOVE WS-ED-STAMP TO WS-SL-END.
069600           MOVE WS-SD-RC (WS-SD-IX) TO WS-ED-RC.
069700           MOVE WS-ED-RC TO WS-SL-RC.
069800           MOVE WS-SD-ELAPSED (WS-SD-IX) TO WS-ELAPSED-SECS.
069900           PERFORM 5500-EDIT-ELAPSED THRU 5500-EDIT-ELAPSED-EXIT.
070000           MOVE WS-ED-ELAPSED TO WS-SL-ELAPSED.
070100           IF WS-LONGEST-SECS > ZERO
070200               COMPUTE WS-BAR-LENGTH ROUNDED =
070300                   WS-SD-ELAPSED (WS-SD-IX) * 40 / WS-LONGEST-SECS
070400           END-IF.
070500           IF WS-BAR-LENGTH = ZERO
070600               MOVE 1 TO WS-BAR-LENGTH
070700           END-IF.
070800           MOVE WS-BAR-STARS (1:WS-BAR-LENGTH) TO WS-SL-BAR.
070900 4200-PRINT-STEP-WRITE.
071000           MOVE WS-STEP-LINE TO REPORT-RECORD.
071100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
071200 4200-PRINT-STEP-EXIT.
071300           EXIT.
071400
071500**----------------------------------------------------------*
071600*    4300-PRINT-SUMMARY - THE BATCH WINDOW FROM THE FIRST   *
071700*    START TO THE LAST END, THE TIME SPENT IN THE STEPS     *
071800*    THEMSELVES, AND WHERE A RESTART WOULD PICK UP          *
071900**----------------------------------------------------------*
072000 4300-PRINT-SUMMARY.
072100           MOVE SPACES TO REPORT-RECORD.
072200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
072300           MOVE SPACES TO WS-SUMMARY-LINE.
072400           MOVE "BATCH WINDOW, FIRST START TO LAST END"
072500               TO WS-SUM-TEXT.
072600           MOVE ZERO TO WS-ELAPSED-SECS.
072700           IF WS-LAST-END-SECS > WS-FIRST-START-SECS
072800               COMPUTE WS-ELAPSED-SECS =
072900                   WS-LAST-END-SECS - WS-FIRST-START-SECS
073000           END-IF.
073100           PERFORM 5500-EDIT-ELAPSED THRU 5500-EDIT-ELAPSED-EXIT.
073200           MOVE WS-ED-ELAPSED TO WS-SUM-VALUE.
073300           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
073400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
073500           MOVE SPACES TO WS-SUMMARY-LINE.
073600           MOVE "TOTAL ELAPSED TIME IN STEPS" TO WS-SUM-TEXT.
073700           MOVE WS-STEPS-TOTAL-SECS TO WS-ELAPSED-SECS.
073800           PERFORM 5500-EDIT-ELAPSED THRU 5500-EDIT-ELAPSED-EXIT.
073900           MOVE WS-ED-ELAPSED TO WS-SUM-VALUE.
074000           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
074100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
074200           MOVE SPACES TO WS-SUMMARY-LINE.
074300           MOVE "RESTART FROM STEP" TO WS-SUM-TEXT.
074400           IF RESTART-POINT-FOUND
074500               MOVE WS-FIND-NAME TO WS-SUM-VALUE
074600           ELSE
074700               MOVE "NONE - ALL STEPS COMPLETE" TO WS-SUM-VALUE
074800           END-IF.
074900           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
075000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
075100 4300-PRINT-SUMMARY-EXIT.
075200           EXIT.
075300
075400**----------------------------------------------------------*
075500*    5000-FIND-STEP - LOOK UP WS-FIND-NAME AMONG THE STEPS  *
075600*    LOADED SO FAR, LEAVING WS-SD-IX ON IT WHEN FOUND       *
075700**----------------------------------------------------------*
075800 5000-FIND-STEP.
075900           SET WS-FOUND-SWITCH TO "N".
076000           PERFORM 5010-SEARCH-STEP THRU 5010-SEARCH-STEP-EXIT
076100               VARYING WS-FS-IX FROM 1 BY 1
076200               UNTIL WS-FS-IX > WS-SD-COUNT OR FOUND-STEP.
076300           IF FOUND-STEP
076400               SUBTRACT 1 FROM WS-FS-IX
076500               MOVE WS-FS-IX TO WS-SD-IX
076600           END-IF.
076700 5000-FIND-STEP-EXIT.
076800           EXIT.
076900
077000**----------------------------------------------------------*
077100*    5010-SEARCH-STEP                                       *
077200**----------------------------------------------------------*
077300 5010-SEARCH-STEP.
077400           IF WS-SD-NAME (WS-FS-IX) = WS-FIND-NAME
077500               SET FOUND-STEP TO TRUE
077600           END-IF.
077700 5010-SEARCH-STEP-EXIT.
077800           EXIT.
077900
078000**----------------------------------------------------------*
078100*    5100-READ-LEDGER - READ THE LEDGER ENTRY FOR STEP      *
078200*    WS-FIND-NAME ON THIS RUN DATE                          *
078300**----------------------------------------------------------*
078400 5100-READ-LEDGER.
078500           MOVE WS-RUN-DATE TO RunDate OF STEP-RECORD.
078600           MOVE WS-FIND-NAME TO StepName OF STEP-RECORD.
078700           SET ON-LEDGER TO TRUE.
078800           READ STEP-FILE
078900               INVALID KEY
079000                   MOVE "N" TO WS-LEDGER-SWITCH
079100           END-READ.
079200           IF ON-LEDGER AND WS-STEP-STATUS NOT = "00"
079300               DISPLAY "FCBATDRV: BATCHSTP READ ERROR, STATUS="
079400                   WS-STEP-STATUS
079500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
079600           END-IF.
079700 5100-READ-LEDGER-EXIT.
079800           EXIT.
079900
080000**----------------------------------------------------------*
080100*    5200-TIME-NOW - THE DATE AND TIME OF DAY FOR A START   *
080200*    OR END STAMP                                           *
080300**----------------------------------------------------------*
080400 5200-TIME-NOW.
080500           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
080600           ACCEPT WS-NOW-TIME FROM TIME.
080700 5200-TIME-NOW-EXIT.
080800           EXIT.
080900
081000**----------------------------------------------------------*
081100*    5300-SECONDS-OF - WS-DATE-WORK AND WS-TIME-WORK AS     *
081200*    SECONDS FROM A FIXED BASE, SO A STEP RUNNING OVER      *
081300*    MIDNIGHT STILL TIMES CORRECTLY                         *
081400**----------------------------------------------------------*
081500 5300-SECONDS-OF.
081600           COMPUTE WS-SECS-WORK =
081700               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) * 86400
081800               + WS-TP-HOURS * 3600 + WS-TP-MINUTES * 60
081900               + WS-TP-SECONDS.
082000 5300-SECONDS-OF-EXIT.
082100           EXIT.
082200
082300**----------------------------------------------------------*
082400*    5400-EDIT-STAMP - WS-TIME-WORK AS HH:MM:SS AFTER THE   *
082500*    DATE ALREADY IN WS-ED-DATE                             *
082600**----------------------------------------------------------*
082700 5400-EDIT-STAMP.
082800           MOVE WS-TP-HOURS TO WS-ED-HOURS.
082900           MOVE WS-TP-MINUTES TO WS-ED-MINUTES.
083000           MOVE WS-TP-SECONDS TO WS-ED-SECONDS.
083100 5400-EDIT-STAMP-EXIT.
083200           EXIT.
083300
083400**----------------------------------------------------------*
083500*    5500-EDIT-ELAPSED - WS-ELAPSED-SECS AS HHH:MM:SS       *
083600**----------------------------------------------------------*
083700 5500-EDIT-ELAPSED.
083800           DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-ELAPSED-HOURS
083900               REMAINDER WS-ELAPSED-REM.
084000           DIVIDE WS-ELAPSED-REM BY 60 GIVING WS-ELAPSED-MINUTES
084100               REMAINDER WS-ELAPSED-SECONDS.
084200           MOVE WS-ELAPSED-HOURS TO WS-EE-HOURS.
084300           MOVE WS-ELAPSED-MINUTES TO WS-EE-MINUTES.
084400           MOVE WS-ELAPSED-SECONDS TO WS-EE-SECONDS.
084500 5500-EDIT-ELAPSED-EXIT.
084600           EXIT.
084700
084800**----------------------------------------------------------*
084900*    7900-WRITE-RECORD - WRITE THE LINE IN REPORT-RECORD    *
085000**----------------------------------------------------------*
085100 7900-WRITE-RECORD.
085200           WRITE REPORT-RECORD.
085300           IF WS-REPORT-STATUS NOT = "00"
085400               DISPLAY "FCBATDRV: REPORT WRITE ERROR, STATUS="
085500                   WS-REPORT-STATUS
085600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
085700           END-IF.
085800 7900-WRITE-RECORD-EXIT.
085900           EXIT.
086000
086100**----------------------------------------------------------*
086200*    8000-TERMINATE                                         *
086300**----------------------------------------------------------*
086400 8000-TERMINATE.
086500           CLOSE STEP-FILE.
086600 8000-TERMINATE-EXIT.
086700           EXIT.
086800
086900**----------------------------------------------------------*
087000*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
087100*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
087200**----------------------------------------------------------*
087300 9999-ABEND.
087400           MOVE 16 TO RETURN-CODE.
087500           STOP RUN.
087600 9999-ABEND-EXIT.
087700           EXIT.
