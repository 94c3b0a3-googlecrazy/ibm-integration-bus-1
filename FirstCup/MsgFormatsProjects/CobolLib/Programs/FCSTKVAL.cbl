000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCSTKVAL.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - MONTH-END STOCK
000800*                          VALUATION AT COST FOR THE BALANCE
000900*                          SHEET. PASSES THE STCKMSTR LEDGER IN
001000*                          BRANCH THEN ITEMCODE ORDER AND VALUES
001100*                          EACH LINE'S ON-HAND PLUS IN-TRANSIT
001200*                          QUANTITY AT THE COST PRICE FCITMCST
001300*                          RETURNS FOR THE ITEM, WITH A TOTAL PER
001400*                          BRANCH AND FOR THE COMPANY. A LINE WITH
001500*                          NO COST PRICE, OR WHOSE QUANTITY HAS
001600*                          GONE NEGATIVE, IS VALUED AT ZERO AND
001700*                          FLAGGED SO FINANCE CAN SEE WHAT THE
001800*                          FIGURE LEAVES OUT.
001900*      ------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
002400 OBJECT-COMPUTER.   IBM-370.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
002900               ORGANIZATION    IS INDEXED
003000               ACCESS MODE     IS DYNAMIC
003100               RECORD KEY      IS StockKey OF STOCK-RECORD
003200               FILE STATUS     IS WS-STOCK-STATUS.
003300           SELECT REPORT-FILE  ASSIGN TO STKVALRP
003400               ORGANIZATION    IS LINE SEQUENTIAL
003500               FILE STATUS     IS WS-REPORT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STOCK-FILE.
004000           COPY StockRecord
004100               REPLACING ==StockRecord==
004200                   BY ==STOCK-RECORD==.
004300
004400 FD  REPORT-FILE.
004500 01  REPORT-RECORD               PIC X(132).
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900           05  WS-STOCK-EOF-SWITCH  PIC X(01)    VALUE "N".
005000               88  END-OF-STOCK-FILE         VALUE "Y".
005100
005200 01  WS-FILE-STATUSES.
005300           05  WS-STOCK-STATUS      PIC X(02)    VALUE "00".
005400           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
005500
005600 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
005700
005800 01  WS-COUNTERS.
005900           05  WS-LINE-COUNT        PIC 9(9)     COMP
006000               VALUE ZERO.
006100           05  WS-VALUED-COUNT      PIC 9(9)     COMP
006200               VALUE ZERO.
006300           05  WS-NO-COST-COUNT     PIC 9(9)     COMP
006400               VALUE ZERO.
006500           05  WS-NEGATIVE-COUNT    PIC 9(9)     COMP
006600               VALUE ZERO.
006700
006800**----------------------------------------------------------*
006900*    WS-ITMCST-PARMS - FCITMCST CALL PARAMETERS             *
007000**----------------------------------------------------------*
007100 01  WS-ITMCST-PARMS.
007200           05  WS-IC-ITEM-CODE      PIC X(13)    VALUE SPACES.
007300           05  WS-IC-COST-PRICE     PIC S9(4)    COMP-3
007400               VALUE ZERO.
007500           05  WS-IC-SUPPLIER-CODE  PIC X(6)     VALUE SPACES.
007600           05  WS-IC-RETURN         PIC X(01)    VALUE SPACE.
007700               88  IC-ITEM-COSTED            VALUE "0".
007800
007900**----------------------------------------------------------*
008000*    WS-BRNAME-PARMS - FCBRNAME CALL PARAMETERS, USED TO    *
008100*    PRINT THE BRANCH NAME ALONGSIDE THE RAW ID             *
008200**----------------------------------------------------------*
008300 01  WS-BRNAME-PARMS.
008400           05  WS-BN-FUNCTION       PIC X(01)    VALUE "N".
008500           05  WS-BN-BRANCH-ID      PIC X(5)     VALUE SPACES.
008600           05  WS-BN-TILL-ID        PIC 9(4)     VALUE ZERO.
008700           05  WS-BN-BRANCH-NAME    PIC X(30)    VALUE SPACES.
008800           05  WS-BN-RETURN         PIC X(01)    VALUE SPACE.
008900
009000 01  WS-VALUATION-WORK.
009100           05  WS-CURRENT-BRANCH-ID PIC X(5)     VALUE LOW-VALUES.
009200           05  WS-VALUE-QTY         PIC S9(9)V9(3) COMP-3
009300               VALUE ZERO.
009400           05  WS-LINE-VALUE        PIC S9(11)   COMP-3
009500               VALUE ZERO.
009600           05  WS-LINE-FLAG         PIC X(12)    VALUE SPACES.
009700
009800 01  WS-TOTALS.
009900           05  WS-BR-VALUE          PIC S9(13)   COMP-3
010000               VALUE ZERO.
010100           05  WS-BR-LINE-COUNT     PIC 9(9)     COMP
010200               VALUE ZERO.
010300           05  WS-BR-EXCEPTION-CNT  PIC 9(9)     COMP
010400               VALUE ZERO.
010500           05  WS-CO-VALUE          PIC S9(13)   COMP-3
010600               VALUE ZERO.
010700
010800**----------------------------------------------------------*
010900*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD WITH       *
011000*    WRITE ... FROM                                         *
011100**----------------------------------------------------------*
011200 01  WS-HEADING-LINE.
011300           05  FILLER               PIC X(45)
011400               VALUE "FCSTKVAL - STOCK VALUATION AT COST".
011500           05  FILLER               PIC X(09)
011600               VALUE "RUN DATE=".
011700           05  WS-HDG-RUN-DATE      PIC 9(8).
011800
011900 01  WS-BRANCH-HEADER-LINE.
012000           05  FILLER               PIC X(07)    VALUE "BRANCH ".
012100           05  WS-HDR-BRANCH-ID     PIC X(05).
012200           05  FILLER               PIC X(01)    VALUE SPACE.
012300           05  WS-HDR-BRANCH-NAME   PIC X(30).
012400
012500 01  WS-DETAIL-LINE.
012600           05  FILLER               PIC X(04)    VALUE SPACES.
012700           05  FILLER               PIC X(05)    VALUE "ITEM ".
012800           05  WS-DL-ITEM-CODE      PIC X(13).
012900           05  FILLER               PIC X(09)
013000               VALUE " ON HAND=".
013100           05  WS-DL-ON-HAND        PIC -(8)9.9(3).
013200           05  FILLER               PIC X(12)
013300               VALUE " IN TRANSIT=".
013400           05  WS-DL-IN-TRANSIT     PIC -(8)9.9(3).
013500           05  FILLER               PIC X(06)    VALUE " COST=".
013600           05  WS-DL-COST           PIC -(4)9.
013700           05  FILLER               PIC X(07)    VALUE " VALUE=".
013800           05  WS-DL-VALUE          PIC -(10)9.
013900           05  FILLER               PIC X(01)    VALUE SPACE.
014000           05  WS-DL-FLAG           PIC X(12).
014100
014200 01  WS-TOTAL-LINE.
014300           05  WS-TL-LABEL          PIC X(18).
014400           05  FILLER               PIC X(07)    VALUE " LINES=".
014500           05  WS-TL-LINE-COUNT     PIC Z(8)9.
014600           05  FILLER               PIC X(07)    VALUE " VALUE=".
014700           05  WS-TL-VALUE          PIC -(12)9.
014800           05  FILLER               PIC X(13)
014900               VALUE " NOT VALUED=".
015000           05  WS-TL-EXCEPTION-CNT  PIC Z(8)9.
015100
015200 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
015300
015400 PROCEDURE DIVISION.
015500
015600**----------------------------------------------------------*
015700*    0000-MAINLINE                                          *
015800**----------------------------------------------------------*
015900 0000-MAINLINE.
016000           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
016100           PERFORM 2000-VALUE-STOCK-LINE
016200               THRU 2000-VALUE-STOCK-LINE-EXIT
016300               UNTIL END-OF-STOCK-FILE.
016400           IF WS-LINE-COUNT > ZERO
016500               PERFORM 3100-END-BRANCH THRU 3100-END-BRANCH-EXIT
016600           END-IF.
016700           MOVE WS-BLANK-LINE TO REPORT-RECORD.
016800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
016900           MOVE "COMPANY TOTAL" TO WS-TL-LABEL.
017000           MOVE WS-LINE-COUNT  TO WS-TL-LINE-COUNT.
017100           MOVE WS-CO-VALUE    TO WS-TL-VALUE.
017200           COMPUTE WS-TL-EXCEPTION-CNT =
017300               WS-NO-COST-COUNT + WS-NEGATIVE-COUNT.
017400           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
017500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
017600           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
017700           STOP RUN.
017800
017900**----------------------------------------------------------*
018000*    1000-INITIALISE - OPEN FILES, PRINT THE HEADING AND    *
018100*    POSITION AT THE START OF THE LEDGER                    *
018200**----------------------------------------------------------*
018300 1000-INITIALISE.
018400           OPEN INPUT  STOCK-FILE.
018500           IF WS-STOCK-STATUS NOT = "00"
018600               DISPLAY "FCSTKVAL: STOCK OPEN FAILED, STATUS="
018700                   WS-STOCK-STATUS
018800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
018900           END-IF.
019000           OPEN OUTPUT REPORT-FILE.
019100           IF WS-REPORT-STATUS NOT = "00"
019200               DISPLAY "FCSTKVAL: REPORT OPEN FAILED, STATUS="
019300                   WS-REPORT-STATUS
019400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
019500           END-IF.
019600           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019700           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
019800           MOVE WS-HEADING-LINE TO REPORT-RECORD.
019900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
020000           MOVE LOW-VALUES TO StockKey OF STOCK-RECORD.
020100           START STOCK-FILE
020200               KEY IS NOT LESS THAN StockKey OF STOCK-RECORD
020300               INVALID KEY
020400                   SET END-OF-STOCK-FILE TO TRUE
020500           END-START.
020600 1000-INITIALISE-EXIT.
020700           EXIT.
020800
020900**----------------------------------------------------------*
021000*    2000-VALUE-STOCK-LINE - READ THE NEXT LEDGER LINE,     *
021100*    CLOSE OFF THE LAST BRANCH WHEN THE BRANCH CHANGES,     *
021200*    AND VALUE THE LINE AT COST                             *
021300**----------------------------------------------------------*
021400 2000-VALUE-STOCK-LINE.
021500           READ STOCK-FILE NEXT RECORD
021600               AT END
021700                   SET END-OF-STOCK-FILE TO TRUE
021800                   GO TO 2000-VALUE-STOCK-LINE-EXIT
021900           END-READ.
022000           IF WS-STOCK-STATUS NOT = "00"
022100               DISPLAY "FCSTKVAL: STOCK READ ERROR, STATUS="
022200                   WS-STOCK-STATUS
022300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
022400           END-IF.
022500           IF BranchID OF STOCK-RECORD NOT = WS-CURRENT-BRANCH-ID
022600               IF WS-LINE-COUNT > ZERO
022700                   PERFORM 3100-END-BRANCH
022800                       THRU 3100-END-BRANCH-EXIT
022900               END-IF
023000               PERFORM 3000-START-BRANCH
023100                   THRU 3000-START-BRANCH-EXIT
023200           END-IF.
023300           ADD 1 TO WS-LINE-COUNT.
023400           ADD 1 TO WS-BR-LINE-COUNT.
023500           COMPUTE WS-VALUE-QTY = OnHandQuantity OF STOCK-RECORD
023600               + InTransitQuantity OF STOCK-RECORD.
023700           MOVE ItemCode OF STOCK-RECORD TO WS-IC-ITEM-CODE.
023800           CALL "FCITMCST" USING WS-IC-ITEM-CODE,
023900               WS-IC-COST-PRICE, WS-IC-SUPPLIER-CODE,
024000               WS-IC-RETURN.
024100           MOVE ZERO TO WS-LINE-VALUE.
024200           MOVE SPACES TO WS-LINE-FLAG.
024300           EVALUATE TRUE
024400               WHEN NOT IC-ITEM-COSTED
024500                   MOVE "NO COST" TO WS-LINE-FLAG
024600                   ADD 1 TO WS-NO-COST-COUNT
024700                   ADD 1 TO WS-BR-EXCEPTION-CNT
024800               WHEN WS-VALUE-QTY < ZERO
024900                   MOVE "NEGATIVE QTY" TO WS-LINE-FLAG
025000                   ADD 1 TO WS-NEGATIVE-COUNT
025100                   ADD 1 TO WS-BR-EXCEPTION-CNT
025200               WHEN OTHER
025300                   COMPUTE WS-LINE-VALUE ROUNDED =
025400                       WS-VALUE-QTY * WS-IC-COST-PRICE
025500                   ADD 1 TO WS-VALUED-COUNT
025600           END-EVALUATE.
025700           ADD WS-LINE-VALUE TO WS-BR-VALUE.
025800           ADD WS-LINE-VALUE TO WS-CO-VALUE.
025900           MOVE ItemCode OF STOCK-RECORD TO WS-DL-ITEM-CODE.
026000           MOVE OnHandQuantity OF STOCK-RECORD TO WS-DL-ON-HAND.
026100           MOVE InTransitQuantity OF STOCK-RECORD
026200               TO WS-DL-IN-TRANSIT.
026300           MOVE WS-IC-COST-PRICE TO WS-DL-COST.
026400           MOVE WS-LINE-VALUE    TO WS-DL-VALUE.
026500           MOVE WS-LINE-FLAG     TO WS-DL-FLAG.
026600           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
026700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
026800 2000-VALUE-STOCK-LINE-EXIT.
026900           EXIT.
027000
027100**----------------------------------------------------------*
027200*    3000-START-BRANCH - PRINT THE NEW BRANCH'S HEADING     *
027300*    AND CLEAR ITS TOTALS                                   *
027400**----------------------------------------------------------*
027500 3000-START-BRANCH.
027600           MOVE BranchID OF STOCK-RECORD TO WS-CURRENT-BRANCH-ID.
027700           MOVE ZERO TO WS-BR-VALUE.
027800           MOVE ZERO TO WS-BR-LINE-COUNT.
027900           MOVE ZERO TO WS-BR-EXCEPTION-CNT.
028000           MOVE WS-BLANK-LINE TO REPORT-RECORD.
028100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
028200           MOVE WS-CURRENT-BRANCH-ID TO WS-HDR-BRANCH-ID.
028300           MOVE WS-CURRENT-BRANCH-ID TO WS-BN-BRANCH-ID.
028400           CALL "FCBRNAME" USING WS-BN-FUNCTION,
028500               WS-BN-BRANCH-ID, WS-BN-TILL-ID,
028600               WS-BN-BRANCH-NAME, WS-BN-RETURN.
028700           MOVE WS-BN-BRANCH-NAME TO WS-HDR-BRANCH-NAME.
028800           MOVE WS-BRANCH-HEADER-LINE TO REPORT-RECORD.
028900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
029000 3000-START-BRANCH-EXIT.
029100           EXIT.
029200
029300**----------------------------------------------------------*
029400*    3100-END-BRANCH - PRINT THE BRANCH TOTAL               *
029500**----------------------------------------------------------*
029600 3100-END-BRANCH.
029700           MOVE "  BRANCH TOTAL" TO WS-TL-LABEL.
029800           MOVE WS-BR-LINE-COUNT    TO WS-TL-LINE-COUNT.
029900           MOVE WS-BR-VALUE         TO WS-TL-VALUE.
030000           MOVE WS-BR-EXCEPTION-CNT TO WS-TL-EXCEPTION-CNT.
030100           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
030200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
030300 3100-END-BRANCH-EXIT.
030400           EXIT.
030500
030600**----------------------------------------------------------*
030700*    7900-WRITE-RECORD                                      *
030800**----------------------------------------------------------*
030900 7900-WRITE-RECORD.
031000           WRITE REPORT-RECORD.
031100           IF WS-REPORT-STATUS NOT = "00"
031200               DISPLAY "FCSTKVAL: REPORT WRITE ERROR, STATUS="
031300                   WS-REPORT-STATUS
031400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
031500           END-IF.
031600 7900-WRITE-RECORD-EXIT.
031700           EXIT.
031800
031900**----------------------------------------------------------*
032000*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
032100*    RUN'S CONTROL TOTALS                                   *
032200**----------------------------------------------------------*
032300 8000-TERMINATE.
032400           CLOSE STOCK-FILE.
032500           CLOSE REPORT-FILE.
032600           DISPLAY "FCSTKVAL: " WS-LINE-COUNT " LEDGER LINE(S), "
032700               WS-VALUED-COUNT " VALUED, " WS-NO-COST-COUNT
032800               " WITH NO COST, " WS-NEGATIVE-COUNT " NEGATIVE".
032900 8000-TERMINATE-EXIT.
033000           EXIT.
033100
033200**----------------------------------------------------------*
033300*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
033400*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
033500**----------------------------------------------------------*
033600 9999-ABEND.
033700           MOVE 16 TO RETURN-CODE.
033800           STOP RUN.
033900 9999-ABEND-EXIT.
034000           EXIT.
