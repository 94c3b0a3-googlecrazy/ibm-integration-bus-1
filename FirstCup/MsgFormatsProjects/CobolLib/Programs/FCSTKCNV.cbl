000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCSTKCNV.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - ONE-OFF CONVERSION OF
000800*                          THE STCKMSTR STOCK LEDGER FROM ONE
000900*                          COMPANY-WIDE LINE PER ITEMCODE TO ONE
001000*                          LINE PER BRANCH AND ITEMCODE. THE
001100*                          CLUSTER IS UNLOADED TO STCKOLD AHEAD OF
001200*                          THIS STEP, CONVERTED HERE TO STCKNEW IN
001300*                          THE NEW LAYOUT, AND RELOADED INTO A
001400*                          FRESHLY DEFINED CLUSTER AFTERWARDS, THE
001500*                          SAME WAY FCICCONV CONVERTED ITEMCODE.
001600*                          EVERY EXISTING LINE IS GIVEN TO THE
001700*                          BRANCH NAMED ON THE STKCPARM CONTROL
001800*                          CARD (THE BRANCH THAT HAS BEEN HOLDING
001900*                          THE COMPANY STOCK) WITH NOTHING IN
002000*                          TRANSIT; THE FIRST STOCKTAKE AT EACH
002100*                          OTHER BRANCH THROUGH FCSTKTAK THEN
002200*                          OPENS THAT BRANCH'S OWN LINES.
002210*       15-OCT-2026  DP    NEW LEDGER LINES ARE OPENED WITH A
002220*                          BLANK REORDER LEVEL SOURCE, LEAVING
002230*                          THE LEVEL TO FCRLCALC.
002300*      ------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200           SELECT PARM-FILE    ASSIGN TO STKCPARM
003300               ORGANIZATION    IS LINE SEQUENTIAL
003400               FILE STATUS     IS WS-PARM-STATUS.
003500           SELECT OPTIONAL STOCK-OLD ASSIGN TO STCKOLD
003600               ORGANIZATION    IS LINE SEQUENTIAL
003700               FILE STATUS     IS WS-STOCK-OLD-STATUS.
003800           SELECT STOCK-NEW   ASSIGN TO STCKNEW
003900               ORGANIZATION    IS LINE SEQUENTIAL
004000               FILE STATUS     IS WS-STOCK-NEW-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400**----------------------------------------------------------*
004500*    PARM-RECORD - THE CONVERSION CONTROL CARD: THE BRANCH  *
004600*    THAT TAKES OVER THE COMPANY-WIDE STOCK LINES           *
004700**----------------------------------------------------------*
004800 FD  PARM-FILE.
004900 01  PARM-RECORD.
005000           05  PARM-BRANCH-ID          PIC X(5).
005100
005200**----------------------------------------------------------*
005300*    OLD-STOCK-RECORD - THE STOCK LEDGER AS UNLOADED FROM   *
005400*    THE PRE-CONVERSION CLUSTER, KEYED ON ITEMCODE ALONE    *
005500**----------------------------------------------------------*
005600 FD  STOCK-OLD.
005700 01  OLD-STOCK-RECORD.
005800           05  OS-ITEM-CODE            PIC X(13).
005900           05  OS-ON-HAND-QTY          PIC S9(9)V9(3) COMP-3.
006000           05  OS-REORDER-LEVEL        PIC 9(7)V9(3)  COMP-3.
006100
006200 FD  STOCK-NEW.
006300           COPY StockRecord
006400               REPLACING ==StockRecord==
006500                   BY ==NEW-STOCK-RECORD==.
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900           05  WS-STOCK-EOF-SWITCH  PIC X(01)    VALUE "N".
007000               88  END-OF-STOCK-OLD          VALUE "Y".
007100
007200 01  WS-FILE-STATUSES.
007300           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
007400           05  WS-STOCK-OLD-STATUS  PIC X(02)    VALUE "00".
007500           05  WS-STOCK-NEW-STATUS  PIC X(02)    VALUE "00".
007600
007700 01  WS-COUNTERS.
007800           05  WS-STOCK-CONV-COUNT  PIC 9(9)     COMP
007900               VALUE ZERO.
008000
008100 01  WS-CONVERT-BRANCH        PIC X(5)     VALUE SPACES.
008200
008300**----------------------------------------------------------*
008400*    WS-BRNAME-PARMS - FCBRNAME CALL PARAMETERS, USED TO    *
008500*    REFUSE A CONTROL CARD NAMING A BRANCH NOT ON THE       *
008600*    BRANCH MASTER                                          *
008700**----------------------------------------------------------*
008800 01  WS-BRNAME-PARMS.
008900           05  WS-BN-FUNCTION       PIC X(01)    VALUE "N".
009000           05  WS-BN-BRANCH-ID      PIC X(5)     VALUE SPACES.
009100           05  WS-BN-TILL-ID        PIC 9(4)     VALUE ZERO.
009200           05  WS-BN-BRANCH-NAME    PIC X(30)    VALUE SPACES.
009300           05  WS-BN-RETURN         PIC X(01)    VALUE SPACE.
009400
009500 PROCEDURE DIVISION.
009600
009700**----------------------------------------------------------*
009800*    0000-MAINLINE                                          *
009900**----------------------------------------------------------*
010000 0000-MAINLINE.
010100           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
010200           PERFORM 2000-CONVERT-STOCK-LEDGER
010300               THRU 2000-CONVERT-STOCK-LEDGER-EXIT.
010400           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
010500           STOP RUN.
010600
010700**----------------------------------------------------------*
010800*    1000-INITIALISE - READ THE CONTROL CARD AND CHECK THE  *
010900*    BRANCH IT NAMES IS ON THE BRANCH MASTER                *
011000**----------------------------------------------------------*
011100 1000-INITIALISE.
011200           OPEN INPUT  PARM-FILE.
011300           IF WS-PARM-STATUS NOT = "00"
011400               DISPLAY "FCSTKCNV: PARM-FILE OPEN FAILED, STATUS="
011500                   WS-PARM-STATUS
011600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
011700           END-IF.
011800           READ PARM-FILE
011900               AT END
012000                   DISPLAY "FCSTKCNV: EMPTY CONTROL CARD"
012100                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
012200           END-READ.
012300           MOVE PARM-BRANCH-ID TO WS-CONVERT-BRANCH.
012400           CLOSE PARM-FILE.
012500           MOVE WS-CONVERT-BRANCH TO WS-BN-BRANCH-ID.
012600           CALL "FCBRNAME" USING WS-BN-FUNCTION,
012700               WS-BN-BRANCH-ID, WS-BN-TILL-ID,
012800               WS-BN-BRANCH-NAME, WS-BN-RETURN.
012900           IF WS-BN-RETURN NOT = "0"
013000               DISPLAY "FCSTKCNV: CONTROL CARD BRANCH "
013100                   WS-CONVERT-BRANCH " NOT ON BRANCH MASTER"
013200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
013300           END-IF.
013400 1000-INITIALISE-EXIT.
013500           EXIT.
013600
013700**----------------------------------------------------------*
013800*    2000-CONVERT-STOCK-LEDGER - PASS THE STOCK LEDGER      *
013900*    UNLOAD AND REBUILD EVERY RECORD ON THE NEW LAYOUT      *
014000**----------------------------------------------------------*
014100 2000-CONVERT-STOCK-LEDGER.
014200           OPEN INPUT  STOCK-OLD.
014300           IF WS-STOCK-OLD-STATUS NOT = "00"
014400               AND WS-STOCK-OLD-STATUS NOT = "05"
014500               DISPLAY "FCSTKCNV: STCKOLD OPEN FAILED, STATUS="
014600                   WS-STOCK-OLD-STATUS
014700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
014800           END-IF.
014900           OPEN OUTPUT STOCK-NEW.
015000           IF WS-STOCK-NEW-STATUS NOT = "00"
015100               DISPLAY "FCSTKCNV: STCKNEW OPEN FAILED, STATUS="
015200                   WS-STOCK-NEW-STATUS
015300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
015400           END-IF.
015500           PERFORM 2900-READ-STOCK-OLD
015600               THRU 2900-READ-STOCK-OLD-EXIT.
015700           PERFORM 2100-CONVERT-ONE-STOCK
015800               THRU 2100-CONVERT-ONE-STOCK-EXIT
015900               UNTIL END-OF-STOCK-OLD.
016000           CLOSE STOCK-OLD.
016100           CLOSE STOCK-NEW.
016200 2000-CONVERT-STOCK-LEDGER-EXIT.
016300           EXIT.
016400
016500**----------------------------------------------------------*
016600*    2100-CONVERT-ONE-STOCK                                 *
016700**----------------------------------------------------------*
016800 2100-CONVERT-ONE-STOCK.
016900           MOVE WS-CONVERT-BRANCH
017000               TO BranchID OF NEW-STOCK-RECORD.
017100           MOVE OS-ITEM-CODE   TO ItemCode OF NEW-STOCK-RECORD.
017200           MOVE OS-ON-HAND-QTY
017300               TO OnHandQuantity OF NEW-STOCK-RECORD.
017400           MOVE OS-REORDER-LEVEL
017500               TO ReorderLevel OF NEW-STOCK-RECORD.
017600           MOVE ZERO TO InTransitQuantity OF NEW-STOCK-RECORD.
017610           MOVE SPACE TO ReorderLevelSource OF NEW-STOCK-RECORD.
017700           WRITE NEW-STOCK-RECORD.
017800           IF WS-STOCK-NEW-STATUS NOT = "00"
017900               DISPLAY "FCSTKCNV: STCKNEW WRITE ERROR, STATUS="
018000                   WS-STOCK-NEW-STATUS
018100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
018200           END-IF.
018300           ADD 1 TO WS-STOCK-CONV-COUNT.
018400           PERFORM 2900-READ-STOCK-OLD
018500               THRU 2900-READ-STOCK-OLD-EXIT.
018600 2100-CONVERT-ONE-STOCK-EXIT.
018700           EXIT.
018800
018900**----------------------------------------------------------*
019000*    2900-READ-STOCK-OLD                                    *
019100**----------------------------------------------------------*
019200 2900-READ-STOCK-OLD.
019300           READ STOCK-OLD
019400               AT END
019500                   SET END-OF-STOCK-OLD TO TRUE
019600           END-READ.
019700           IF NOT END-OF-STOCK-OLD
019800               AND WS-STOCK-OLD-STATUS NOT = "00"
019900               DISPLAY "FCSTKCNV: STCKOLD READ ERROR, STATUS="
020000                   WS-STOCK-OLD-STATUS
020100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
020200           END-IF.
020300 2900-READ-STOCK-OLD-EXIT.
020400           EXIT.
020500
020600**----------------------------------------------------------*
020700*    8000-TERMINATE - DISPLAY THE RUN'S CONTROL TOTALS      *
020800**----------------------------------------------------------*
020900 8000-TERMINATE.
021000           DISPLAY "FCSTKCNV: " WS-STOCK-CONV-COUNT
021100               " STOCK RECORD(S) CONVERTED TO BRANCH "
021200               WS-CONVERT-BRANCH.
021300 8000-TERMINATE-EXIT.
021400           EXIT.
021500
021600**----------------------------------------------------------*
021700*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
021800*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
021900**----------------------------------------------------------*
022000 9999-ABEND.
022100           MOVE 16 TO RETURN-CODE.
022200           STOP RUN.
022300 9999-ABEND-EXIT.
022400           EXIT.
