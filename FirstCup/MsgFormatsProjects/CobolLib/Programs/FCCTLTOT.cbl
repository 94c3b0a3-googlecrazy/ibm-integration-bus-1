000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCCTLTOT.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - PURCHIN CONTROL
000800*                          TOTALS, CALLED BY EACH NIGHTLY JOB THAT
000900*                          READS THE PURCHASE FEED. FUNCTION "A"
001000*                          ADDS ONE MESSAGE, WITH ITS INVOICE
001100*                          COUNT, ITEM COUNT AND GROSS VALUE AS
001200*                          THE CALLING JOB VALUED IT, TO THE RUN
001300*                          DATE AND BRANCH IT CAME FROM. FUNCTION
001400*                          "W" AT THE CALLER'S SUCCESSFUL CLOSE
001500*                          WRITES ONE CTLTOTS RECORD PER RUN DATE
001600*                          AND BRANCH UNDER THE CALLER'S JOB NAME,
001700*                          REPLACING ANY LEFT BY AN EARLIER RUN OF
001800*                          THE SAME JOB, FOR FCCTLBAL TO BALANCE
001900*                          THE JOBS AGAINST EACH OTHER.
002000*      ------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900           SELECT OPTIONAL CTLTOT-FILE ASSIGN TO CTLTOTS
003000               ORGANIZATION    IS INDEXED
003100               ACCESS MODE     IS RANDOM
003200               RECORD KEY      IS ControlTotalsKey
003300               FILE STATUS     IS WS-CTLTOT-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CTLTOT-FILE.
003800           COPY ControlTotals
003900               REPLACING ==ControlTotalsRecord==
004000                   BY ==CTLTOT-RECORD==.
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400           05  WS-FOUND-SWITCH      PIC X(01)    VALUE "N".
004500               88  FOUND-ENTRY               VALUE "Y".
004600
004700 01  WS-FILE-STATUSES.
004800           05  WS-CTLTOT-STATUS     PIC X(02)    VALUE "00".
004900
005000 01  WS-INDICES.
005100           05  WS-CT-IX             PIC 99       COMP
005200               VALUE ZERO.
005300
005400**----------------------------------------------------------*
005500*    WS-TOTALS-TABLE - THE CALLER'S RUNNING TOTALS BY RUN   *
005600*    DATE AND BRANCH, HELD FOR THE LIFE OF THE RUN UNIT     *
005700**----------------------------------------------------------*
005800 01  WS-TOTALS-TABLE.
005900           05  WS-CT-COUNT          PIC 99       COMP
006000               VALUE ZERO.
006100           05  WS-CT-ENTRY          OCCURS 50 TIMES.
006200               10  WS-CT-RUN-DATE       PIC 9(8).
006300               10  WS-CT-BRANCH-ID      PIC X(5).
006400               10  WS-CT-MESSAGES       PIC 9(7)     COMP.
006500               10  WS-CT-INVOICES       PIC 9(7)     COMP.
006600               10  WS-CT-ITEMS          PIC 9(9)     COMP.
006700               10  WS-CT-VALUE          PIC S9(13)   COMP-3.
006800
006900 LINKAGE SECTION.
007000 01  CT-FUNCTION-CODE            PIC X.
007100           88  Add-Message         VALUE "A".
007200           88  Write-Totals        VALUE "W".
007300 01  CT-JOB-NAME                 PIC X(8).
007400 01  CT-RUN-DATE                 PIC 9(8).
007500 01  CT-BRANCH-ID                PIC X(5).
007600 01  CT-INVOICES                 PIC 9(7)     COMP.
007700 01  CT-ITEMS                    PIC 9(9)     COMP.
007800 01  CT-VALUE                    PIC S9(13)   COMP-3.
007900 01  CT-RETURN-CODE              PIC X.
008000           88  Totals-Clear        VALUE "0".
008100           88  Totals-Error        VALUE "E".
008200
008300 PROCEDURE DIVISION USING CT-FUNCTION-CODE, CT-JOB-NAME,
008400                          CT-RUN-DATE, CT-BRANCH-ID, CT-INVOICES,
008500                          CT-ITEMS, CT-VALUE, CT-RETURN-CODE.
008600
008700**----------------------------------------------------------*
008800*    0000-MAINLINE                                          *
008900**----------------------------------------------------------*
009000 0000-MAINLINE.
009100           MOVE "0" TO CT-RETURN-CODE.
009200           EVALUATE TRUE
009300               WHEN Add-Message
009400                   PERFORM 1000-ADD-MESSAGE
009500                       THRU 1000-ADD-MESSAGE-EXIT
009600               WHEN Write-Totals
009700                   PERFORM 2000-WRITE-TOTALS
009800                       THRU 2000-WRITE-TOTALS-EXIT
009900               WHEN OTHER
010000                   MOVE "E" TO CT-RETURN-CODE
010100           END-EVALUATE.
010200           GOBACK.
010300
010400**----------------------------------------------------------*
010500*    1000-ADD-MESSAGE - ADD ONE MESSAGE TO ITS RUN DATE AND *
010600*    BRANCH, OPENING AN ENTRY ON FIRST SIGHT                *
010700**----------------------------------------------------------*
010800 1000-ADD-MESSAGE.
010900           SET WS-FOUND-SWITCH TO "N".
011000           PERFORM 1010-SEARCH-ENTRY THRU 1010-SEARCH-ENTRY-EXIT
011100               VARYING WS-CT-IX FROM 1 BY 1
011200               UNTIL WS-CT-IX > WS-CT-COUNT OR FOUND-ENTRY.
011300           IF FOUND-ENTRY
011400               SUBTRACT 1 FROM WS-CT-IX
011500           ELSE
011600               IF WS-CT-COUNT >= 50
011700                   MOVE "E" TO CT-RETURN-CODE
011800                   GO TO 1000-ADD-MESSAGE-EXIT
011900               END-IF
012000               ADD 1 TO WS-CT-COUNT
012100               MOVE WS-CT-COUNT TO WS-CT-IX
012200               MOVE CT-RUN-DATE TO WS-CT-RUN-DATE (WS-CT-IX)
012300               MOVE CT-BRANCH-ID TO WS-CT-BRANCH-ID (WS-CT-IX)
012400               MOVE ZERO TO WS-CT-MESSAGES (WS-CT-IX)
012500               MOVE ZERO TO WS-CT-INVOICES (WS-CT-IX)
012600               MOVE ZERO TO WS-CT-ITEMS (WS-CT-IX)
012700               MOVE ZERO TO WS-CT-VALUE (WS-CT-IX)
012800           END-IF.
012900           ADD 1 TO WS-CT-MESSAGES (WS-CT-IX).
013000           ADD CT-INVOICES TO WS-CT-INVOICES (WS-CT-IX).
013100           ADD CT-ITEMS TO WS-CT-ITEMS (WS-CT-IX).
013200           ADD CT-VALUE TO WS-CT-VALUE (WS-CT-IX).
013300 1000-ADD-MESSAGE-EXIT.
013400           EXIT.
013500
013600**----------------------------------------------------------*
013700*    1010-SEARCH-ENTRY                                      *
013800**----------------------------------------------------------*
013900 1010-SEARCH-ENTRY.
014000           IF WS-CT-RUN-DATE (WS-CT-IX) = CT-RUN-DATE
014100               AND WS-CT-BRANCH-ID (WS-CT-IX) = CT-BRANCH-ID
014200               SET FOUND-ENTRY TO TRUE
014300           END-IF.
014400 1010-SEARCH-ENTRY-EXIT.
014500           EXIT.
014600
014700**----------------------------------------------------------*
014800*    2000-WRITE-TOTALS - ONE CTLTOTS RECORD PER RUN DATE    *
014900*    AND BRANCH FOR THE CALLING JOB. A RE-RUN OF THE JOB    *
015000*    REPLACES ITS EARLIER TOTALS                            *
015100**----------------------------------------------------------*
015200 2000-WRITE-TOTALS.
015300           OPEN I-O CTLTOT-FILE.
015400           IF WS-CTLTOT-STATUS NOT = "00"
015500               AND WS-CTLTOT-STATUS NOT = "05"
015600               MOVE "E" TO CT-RETURN-CODE
015700               GO TO 2000-WRITE-TOTALS-EXIT
015800           END-IF.
015900           PERFORM 2100-WRITE-ONE-ENTRY
016000               THRU 2100-WRITE-ONE-ENTRY-EXIT
016100               VARYING WS-CT-IX FROM 1 BY 1
016200               UNTIL WS-CT-IX > WS-CT-COUNT.
016300           CLOSE CTLTOT-FILE.
016400 2000-WRITE-TOTALS-EXIT.
016500           EXIT.
016600
016700**----------------------------------------------------------*
016800*    2100-WRITE-ONE-ENTRY                                   *
016900**----------------------------------------------------------*
017000 2100-WRITE-ONE-ENTRY.
017100           MOVE WS-CT-RUN-DATE (WS-CT-IX)
017200               TO RunDate OF CTLTOT-RECORD.
017300           MOVE WS-CT-BRANCH-ID (WS-CT-IX)
017400               TO SourceBranchID OF CTLTOT-RECORD.
017500           MOVE CT-JOB-NAME TO JobName OF CTLTOT-RECORD.
017600           MOVE WS-CT-MESSAGES (WS-CT-IX) TO MessageTotal.
017700           MOVE WS-CT-INVOICES (WS-CT-IX) TO InvoiceTotal.
017800           MOVE WS-CT-ITEMS (WS-CT-IX) TO ItemTotal.
017900           MOVE WS-CT-VALUE (WS-CT-IX) TO GrossValueTotal.
018000           ACCEPT WrittenTime FROM TIME.
018100           WRITE CTLTOT-RECORD
018200               INVALID KEY
018300                   REWRITE CTLTOT-RECORD
018400                       INVALID KEY
018500                           MOVE "E" TO CT-RETURN-CODE
018600                   END-REWRITE
018700           END-WRITE.
018800 2100-WRITE-ONE-ENTRY-EXIT.
018900           EXIT.
