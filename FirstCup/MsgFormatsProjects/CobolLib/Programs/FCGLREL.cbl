000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCGLREL.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - GL EXTRACT RELEASE,
000800*                          RUN AFTER FCCTLBAL AT THE END OF THE
000900*                          NIGHTLY BATCH. FCGLPOST CUTS ITS
001000*                          JOURNAL TO THE HELD FILE GLJRNLH AND
001100*                          FCCRDREC CUTS ITS SETTLEMENT JOURNAL TO
001200*                          CARDJRNH. FOR THE RUN DATE ON THE
001300*                          CTLPARM CARD, THE SAME CARD FCCTLBAL
001400*                          BALANCED, THIS STEP READS THE VERDICT
001500*                          FCCTLBAL LEFT ON CTLRSLT. ONLY WHEN
001600*                          THAT VERDICT IS FOR THE SAME RUN DATE
001700*                          AND IN BALANCE ARE THE HELD JOURNALS
001800*                          COPIED TO GLJRNL AND CARDJRNL FOR THE
001900*                          ACCOUNTS SYSTEM. OTHERWISE NOTHING IS
002000*                          RELEASED, THE REASON IS DISPLAYED AND
002100*                          THE STEP ENDS WITH RETURN CODE 8. ONCE
002200*                          THE JOBS OUT OF BALANCE HAVE BEEN PUT
002300*                          RIGHT AND FCCTLBAL RERUN, THIS STEP IS
002400*                          RERUN TO RELEASE THE JOURNALS.
002500*      ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400           SELECT PARM-FILE    ASSIGN TO CTLPARM
003500               ORGANIZATION    IS LINE SEQUENTIAL
003600               FILE STATUS     IS WS-PARM-STATUS.
003700           SELECT OPTIONAL RESULT-FILE ASSIGN TO CTLRSLT
003800               ORGANIZATION    IS LINE SEQUENTIAL
003900               FILE STATUS     IS WS-RESULT-STATUS.
004000           SELECT HELD-GL-FILE ASSIGN TO GLJRNLH
004100               ORGANIZATION    IS LINE SEQUENTIAL
004200               FILE STATUS     IS WS-HELD-GL-STATUS.
004300           SELECT GL-FILE      ASSIGN TO GLJRNL
004400               ORGANIZATION    IS LINE SEQUENTIAL
004500               FILE STATUS     IS WS-GL-STATUS.
004600           SELECT OPTIONAL HELD-CARD-FILE ASSIGN TO CARDJRNH
004700               ORGANIZATION    IS LINE SEQUENTIAL
004800               FILE STATUS     IS WS-HELD-CARD-STATUS.
004900           SELECT CARD-FILE    ASSIGN TO CARDJRNL
005000               ORGANIZATION    IS LINE SEQUENTIAL
005100               FILE STATUS     IS WS-CARD-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500**----------------------------------------------------------*
005600*    PARM-RECORD - THE RUN DATE TO RELEASE. ZERO OR BLANK   *
005700*    RELEASES TODAY'S RUN                                   *
005800**----------------------------------------------------------*
005900 FD  PARM-FILE.
006000 01  PARM-RECORD.
006100           05  PARM-RUN-DATE           PIC 9(8).
006200
006300 FD  RESULT-FILE.
006400           COPY ControlBalance
006500               REPLACING ==ControlBalanceRecord==
006600                   BY ==RESULT-RECORD==.
006700
006800 FD  HELD-GL-FILE.
006900           COPY GlJournal
007000               REPLACING ==GlJournalRecord==
007100                   BY ==HELD-GL-RECORD==.
007200
007300 FD  GL-FILE.
007400           COPY GlJournal
007500               REPLACING ==GlJournalRecord==
007600                   BY ==GL-RECORD==.
007700
007800 FD  HELD-CARD-FILE.
007900           COPY GlJournal
008000               REPLACING ==GlJournalRecord==
008100                   BY ==HELD-CARD-RECORD==.
008200
008300 FD  CARD-FILE.
008400           COPY GlJournal
008500               REPLACING ==GlJournalRecord==
008600                   BY ==CARD-RECORD==.
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-SWITCHES.
009000           05  WS-HELD-GL-EOF-SWITCH PIC X(01)   VALUE "N".
009100               88  END-OF-HELD-GL-FILE       VALUE "Y".
009200           05  WS-HELD-CARD-EOF-SWITCH PIC X(01) VALUE "N".
009300               88  END-OF-HELD-CARD-FILE     VALUE "Y".
009400
009500 01  WS-FILE-STATUSES.
009600           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
009700           05  WS-RESULT-STATUS     PIC X(02)    VALUE "00".
009800           05  WS-HELD-GL-STATUS    PIC X(02)    VALUE "00".
009900           05  WS-GL-STATUS         PIC X(02)    VALUE "00".
010000           05  WS-HELD-CARD-STATUS  PIC X(02)    VALUE "00".
010100           05  WS-CARD-STATUS       PIC X(02)    VALUE "00".
010200
010300 01  WS-COUNTERS.
010400           05  WS-GL-LINE-CNT       PIC 9(7)     VALUE ZERO.
010500           05  WS-CARD-LINE-CNT     PIC 9(7)     VALUE ZERO.
010600
010700**----------------------------------------------------------*
010800*    WS-RELEASE-RC - THE RETURN CODE THE BATCH DRIVER ACTS  *
010900*    ON. 8 MEANS THE JOURNALS ARE STILL HELD                *
011000**----------------------------------------------------------*
011100 01  WS-RELEASE-RC            PIC 9(4)     VALUE 8.
011200           88  JOURNALS-RELEASED             VALUE 0.
011300           88  JOURNALS-HELD                 VALUE 8.
011400
011500 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
011600
011700 PROCEDURE DIVISION.
011800
011900**----------------------------------------------------------*
012000*    0000-MAINLINE - RELEASE THE HELD JOURNALS ONLY ON AN   *
012100*    IN-BALANCE VERDICT FOR THE RUN DATE                    *
012200**----------------------------------------------------------*
012300 0000-MAINLINE.
012400           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
012500           PERFORM 2000-CHECK-VERDICT
012600               THRU 2000-CHECK-VERDICT-EXIT.
012700           IF JOURNALS-RELEASED
012800               PERFORM 3000-RELEASE-GL-JOURNAL
012900                   THRU 3000-RELEASE-GL-JOURNAL-EXIT
013000               PERFORM 4000-RELEASE-CARD-JOURNAL
013100                   THRU 4000-RELEASE-CARD-JOURNAL-EXIT
013200           END-IF.
013300           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
013400           MOVE WS-RELEASE-RC TO RETURN-CODE.
013500           STOP RUN.
013600
013700**----------------------------------------------------------*
013800*    1000-INITIALISE - READ THE RUN DATE AND OPEN THE       *
013900*    VERDICT. A MISSING CTLRSLT READS AS NO VERDICT         *
014000**----------------------------------------------------------*
014100 1000-INITIALISE.
014200           OPEN INPUT  PARM-FILE.
014300           IF WS-PARM-STATUS NOT = "00"
014400               DISPLAY "FCGLREL: PARM-FILE OPEN FAILED, STATUS="
014500                   WS-PARM-STATUS
014600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
014700           END-IF.
014800           READ PARM-FILE
014900               AT END
015000                   MOVE ZERO TO PARM-RUN-DATE
015100           END-READ.
015200           CLOSE PARM-FILE.
015300           IF PARM-RUN-DATE NUMERIC AND PARM-RUN-DATE NOT = ZERO
015400               MOVE PARM-RUN-DATE TO WS-RUN-DATE
015500           ELSE
015600               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015700           END-IF.
015800           OPEN INPUT  RESULT-FILE.
015900           IF WS-RESULT-STATUS NOT = "00"
016000               AND WS-RESULT-STATUS NOT = "05"
016100               DISPLAY "FCGLREL: CTLRSLT OPEN FAILED, STATUS="
016200                   WS-RESULT-STATUS
016300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
016400           END-IF.
016500 1000-INITIALISE-EXIT.
016600           EXIT.
016700
016800**----------------------------------------------------------*
016900*    2000-CHECK-VERDICT - THE JOURNALS STAY HELD UNLESS     *
017000*    FCCTLBAL LEFT A VERDICT FOR THIS RUN DATE AND IT WAS   *
017100*    IN BALANCE                                             *
017200**----------------------------------------------------------*
017300 2000-CHECK-VERDICT.
017400           SET JOURNALS-HELD TO TRUE.
017500           READ RESULT-FILE
017600               AT END
017700                   DISPLAY
017800                       "FCGLREL: NO BALANCING VERDICT ON CTLRSLT"
017900                       " - GL EXTRACT HELD"
018000                   GO TO 2000-CHECK-VERDICT-EXIT
018100           END-READ.
018200           IF WS-RESULT-STATUS NOT = "00"
018300               DISPLAY "FCGLREL: CTLRSLT READ FAILED, STATUS="
018400                   WS-RESULT-STATUS
018500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
018600           END-IF.
018700           IF BalancedRunDate NOT = WS-RUN-DATE
018800               DISPLAY "FCGLREL: CTLRSLT IS FOR " BalancedRunDate
018900                   ", NOT " WS-RUN-DATE " - GL EXTRACT HELD"
019000               GO TO 2000-CHECK-VERDICT-EXIT
019100           END-IF.
019200           IF NOT Run-In-Balance
019300               DISPLAY "FCGLREL: " WS-RUN-DATE " OUT OF BALANCE, "
019400                   JobsOutOfBalance " JOB(S) - GL EXTRACT HELD"
019500               GO TO 2000-CHECK-VERDICT-EXIT
019600           END-IF.
019700           SET JOURNALS-RELEASED TO TRUE.
019800 2000-CHECK-VERDICT-EXIT.
019900           EXIT.
020000
020100**----------------------------------------------------------*
020200*    3000-RELEASE-GL-JOURNAL - COPY GLJRNLH TO GLJRNL       *
020300**----------------------------------------------------------*
020400 3000-RELEASE-GL-JOURNAL.
020500           OPEN INPUT  HELD-GL-FILE.
020600           IF WS-HELD-GL-STATUS NOT = "00"
020700               DISPLAY "FCGLREL: GLJRNLH OPEN FAILED, STATUS="
020800                   WS-HELD-GL-STATUS
020900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
021000           END-IF.
021100           OPEN OUTPUT GL-FILE.
021200           IF WS-GL-STATUS NOT = "00"
021300               DISPLAY "FCGLREL: GLJRNL OPEN FAILED, STATUS="
021400                   WS-GL-STATUS
021500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
021600           END-IF.
021700           PERFORM 3100-COPY-GL-LINE THRU 3100-COPY-GL-LINE-EXIT
021800               UNTIL END-OF-HELD-GL-FILE.
021900           CLOSE HELD-GL-FILE.
022000           CLOSE GL-FILE.
022100 3000-RELEASE-GL-JOURNAL-EXIT.
022200           EXIT.
022300
022400**----------------------------------------------------------*
022500*    3100-COPY-GL-LINE                                      *
022600**----------------------------------------------------------*
022700 3100-COPY-GL-LINE.
022800           READ HELD-GL-FILE
022900               AT END
023000                   SET END-OF-HELD-GL-FILE TO TRUE
023100                   GO TO 3100-COPY-GL-LINE-EXIT
023200           END-READ.
023300           IF WS-HELD-GL-STATUS NOT = "00"
023400               DISPLAY "FCGLREL: GLJRNLH READ FAILED, STATUS="
023500                   WS-HELD-GL-STATUS
023600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
023700           END-IF.
023800           WRITE GL-RECORD FROM HELD-GL-RECORD.
023900           IF WS-GL-STATUS NOT = "00"
024000               DISPLAY "FCGLREL: GLJRNL WRITE ERROR, STATUS="
024100                   WS-GL-STATUS
024200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
024300           END-IF.
024400           ADD 1 TO WS-GL-LINE-CNT.
024500 3100-COPY-GL-LINE-EXIT.
024600           EXIT.
024700
024800**----------------------------------------------------------*
024900*    4000-RELEASE-CARD-JOURNAL - COPY CARDJRNH TO CARDJRNL. *
025000*    A NIGHT WITH NO HELD SETTLEMENT JOURNAL RELEASES AN    *
025100*    EMPTY ONE                                              *
025200**----------------------------------------------------------*
025300 4000-RELEASE-CARD-JOURNAL.
025400           OPEN INPUT  HELD-CARD-FILE.
025500           IF WS-HELD-CARD-STATUS NOT = "00"
025600               AND WS-HELD-CARD-STATUS NOT = "05"
025700               DISPLAY "FCGLREL: CARDJRNH OPEN FAILED, STATUS="
025800                   WS-HELD-CARD-STATUS
025900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
026000           END-IF.
026100           OPEN OUTPUT CARD-FILE.
026200           IF WS-CARD-STATUS NOT = "00"
026300               DISPLAY "FCGLREL: CARDJRNL OPEN FAILED, STATUS="
026400                   WS-CARD-STATUS
026500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
026600           END-IF.
026700           PERFORM 4100-COPY-CARD-LINE
026800               THRU 4100-COPY-CARD-LINE-EXIT
026900               UNTIL END-OF-HELD-CARD-FILE.
027000           CLOSE HELD-CARD-FILE.
027100           CLOSE CARD-FILE.
027200 4000-RELEASE-CARD-JOURNAL-EXIT.
027300           EXIT.
027400
027500**----------------------------------------------------------*
027600*    4100-COPY-CARD-LINE                                    *
027700**----------------------------------------------------------*
027800 4100-COPY-CARD-LINE.
027900           READ HELD-CARD-FILE
028000               AT END
028100                   SET END-OF-HELD-CARD-FILE TO TRUE
028200                   GO TO 4100-COPY-CARD-LINE-EXIT
028300           END-READ.
028400           IF WS-HELD-CARD-STATUS NOT = "00"
028500               DISPLAY "FCGLREL: CARDJRNH READ FAILED, STATUS="
028600                   WS-HELD-CARD-STATUS
028700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
028800           END-IF.
028900           WRITE CARD-RECORD FROM HELD-CARD-RECORD.
029000           IF WS-CARD-STATUS NOT = "00"
029100               DISPLAY "FCGLREL: CARDJRNL WRITE ERROR, STATUS="
029200                   WS-CARD-STATUS
029300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
029400           END-IF.
029500           ADD 1 TO WS-CARD-LINE-CNT.
029600 4100-COPY-CARD-LINE-EXIT.
029700           EXIT.
029800
029900**----------------------------------------------------------*
030000*    8000-TERMINATE                                         *
030100**----------------------------------------------------------*
030200 8000-TERMINATE.
030300           CLOSE RESULT-FILE.
030400           IF JOURNALS-RELEASED
030500               DISPLAY "FCGLREL: " WS-RUN-DATE " IN BALANCE - "
030600                   WS-GL-LINE-CNT " GL AND " WS-CARD-LINE-CNT
030700                   " SETTLEMENT JOURNAL LINE(S) RELEASED"
030800           END-IF.
030900 8000-TERMINATE-EXIT.
031000           EXIT.
031100
031200**----------------------------------------------------------*
031300*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
031400*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
031500**----------------------------------------------------------*
031600 9999-ABEND.
031700           MOVE 16 TO RETURN-CODE.
031800           STOP RUN.
031900 9999-ABEND-EXIT.
032000           EXIT.
