000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCSMCONV.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - ONE-OFF CONVERSION OF
000800*                          THE SUPPMSTR SUPPLIER MASTER TO THE
000900*                          LAYOUT WHOSE ITEM LINKS CARRY THE
001000*                          AGREED COST PRICE. THE CLUSTER IS
001100*                          UNLOADED TO SUPPOLD AHEAD OF THIS STEP,
001200*                          CONVERTED HERE TO SUPPNEW IN THE NEW
001300*                          LAYOUT, AND RELOADED INTO A FRESHLY
001400*                          DEFINED CLUSTER AFTERWARDS, THE SAME
001500*                          WAY FCSTKCNV CONVERTED STCKMSTR. EVERY
001600*                          LINK IS CARRIED ACROSS AT A COST OF
001700*                          ZERO FOR BUYING TO KEY THROUGH
001800*                          FCSMUPDT.
001900*      ------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
002400 OBJECT-COMPUTER.   IBM-370.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800           SELECT OPTIONAL SUPP-OLD ASSIGN TO SUPPOLD
002900               ORGANIZATION    IS LINE SEQUENTIAL
003000               FILE STATUS     IS WS-SUPP-OLD-STATUS.
003100           SELECT SUPP-NEW    ASSIGN TO SUPPNEW
003200               ORGANIZATION    IS LINE SEQUENTIAL
003300               FILE STATUS     IS WS-SUPP-NEW-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700**----------------------------------------------------------*
003800*    OLD-SUPP-RECORD - THE SUPPLIER MASTER AS UNLOADED FROM *
003900*    THE PRE-CONVERSION CLUSTER, WITH NO COST ON THE LINKS  *
004000**----------------------------------------------------------*
004100 FD  SUPP-OLD.
004200 01  OLD-SUPP-RECORD.
004300           05  OS-SUPPLIER-CODE        PIC X(6).
004400           05  OS-SUPPLIER-NAME        PIC X(30).
004500           05  OS-LINK-COUNT           PIC 99       COMP.
004600           05  OS-LINK                 OCCURS 50 TIMES.
004700               10  OS-ITEM-CODE        PIC X(13).
004800               10  OS-REORDER-QTY      PIC 9(7)V9(3)  COMP-3.
004900               10  OS-LEAD-TIME        PIC 9(3).
005000
005100 FD  SUPP-NEW.
005200           COPY SupplierMaster
005300               REPLACING ==SupplierMasterRecord==
005400                   BY ==NEW-SUPP-RECORD==.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITCHES.
005800           05  WS-SUPP-EOF-SWITCH   PIC X(01)    VALUE "N".
005900               88  END-OF-SUPP-OLD           VALUE "Y".
006000
006100 01  WS-FILE-STATUSES.
006200           05  WS-SUPP-OLD-STATUS   PIC X(02)    VALUE "00".
006300           05  WS-SUPP-NEW-STATUS   PIC X(02)    VALUE "00".
006400
006500 01  WS-INDICES.
006600           05  WS-LINK-IX           PIC 99       COMP
006700               VALUE ZERO.
006800
006900 01  WS-COUNTERS.
007000           05  WS-SUPP-CONV-COUNT   PIC 9(9)     COMP
007100               VALUE ZERO.
007200           05  WS-LINK-CONV-COUNT   PIC 9(9)     COMP
007300               VALUE ZERO.
007400
007500 PROCEDURE DIVISION.
007600
007700**----------------------------------------------------------*
007800*    0000-MAINLINE                                          *
007900**----------------------------------------------------------*
008000 0000-MAINLINE.
008100           PERFORM 2000-CONVERT-SUPPLIER-MASTER
008200               THRU 2000-CONVERT-SUPPLIER-MASTER-EXIT.
008300           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
008400           STOP RUN.
008500
008600**----------------------------------------------------------*
008700*    2000-CONVERT-SUPPLIER-MASTER - PASS THE SUPPLIER       *
008800*    MASTER UNLOAD AND REBUILD EVERY RECORD ON THE NEW      *
008900*    LAYOUT                                                 *
009000**----------------------------------------------------------*
009100 2000-CONVERT-SUPPLIER-MASTER.
009200           OPEN INPUT  SUPP-OLD.
009300           IF WS-SUPP-OLD-STATUS NOT = "00"
009400               AND WS-SUPP-OLD-STATUS NOT = "05"
009500               DISPLAY "FCSMCONV: SUPPOLD OPEN FAILED, STATUS="
009600                   WS-SUPP-OLD-STATUS
009700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009800           END-IF.
009900           OPEN OUTPUT SUPP-NEW.
010000           IF WS-SUPP-NEW-STATUS NOT = "00"
010100               DISPLAY "FCSMCONV: SUPPNEW OPEN FAILED, STATUS="
010200                   WS-SUPP-NEW-STATUS
010300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010400           END-IF.
010500           PERFORM 2900-READ-SUPP-OLD
010600               THRU 2900-READ-SUPP-OLD-EXIT.
010700           PERFORM 2100-CONVERT-ONE-SUPPLIER
010800               THRU 2100-CONVERT-ONE-SUPPLIER-EXIT
010900               UNTIL END-OF-SUPP-OLD.
011000           CLOSE SUPP-OLD.
011100           CLOSE SUPP-NEW.
011200 2000-CONVERT-SUPPLIER-MASTER-EXIT.
011300           EXIT.
011400
011500**----------------------------------------------------------*
011600*    2100-CONVERT-ONE-SUPPLIER                              *
011700**----------------------------------------------------------*
011800 2100-CONVERT-ONE-SUPPLIER.
011900           MOVE SPACES TO NEW-SUPP-RECORD.
012000           MOVE OS-SUPPLIER-CODE
012100               TO SupplierCode OF NEW-SUPP-RECORD.
012200           MOVE OS-SUPPLIER-NAME
012300               TO SupplierName OF NEW-SUPP-RECORD.
012400           MOVE OS-LINK-COUNT
012500               TO LinkCount OF NEW-SUPP-RECORD.
012600           PERFORM 2110-CONVERT-ONE-LINK
012700               THRU 2110-CONVERT-ONE-LINK-EXIT
012800               VARYING WS-LINK-IX FROM 1 BY 1
012900               UNTIL WS-LINK-IX > OS-LINK-COUNT.
013000           WRITE NEW-SUPP-RECORD.
013100           IF WS-SUPP-NEW-STATUS NOT = "00"
013200               DISPLAY "FCSMCONV: SUPPNEW WRITE ERROR, STATUS="
013300                   WS-SUPP-NEW-STATUS
013400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
013500           END-IF.
013600           ADD 1 TO WS-SUPP-CONV-COUNT.
013700           PERFORM 2900-READ-SUPP-OLD
013800               THRU 2900-READ-SUPP-OLD-EXIT.
013900 2100-CONVERT-ONE-SUPPLIER-EXIT.
014000           EXIT.
014100
014200**----------------------------------------------------------*
014300*    2110-CONVERT-ONE-LINK                                  *
014400**----------------------------------------------------------*
014500 2110-CONVERT-ONE-LINK.
014600           MOVE OS-ITEM-CODE (WS-LINK-IX)
014700               TO ItemCode OF NEW-SUPP-RECORD (WS-LINK-IX).
014800           MOVE OS-REORDER-QTY (WS-LINK-IX)
014900               TO ReorderQuantity OF NEW-SUPP-RECORD (WS-LINK-IX).
015000           MOVE OS-LEAD-TIME (WS-LINK-IX)
015100               TO LeadTimeDays OF NEW-SUPP-RECORD (WS-LINK-IX).
015200           MOVE ZERO
015300               TO CostPrice OF NEW-SUPP-RECORD (WS-LINK-IX).
015400           ADD 1 TO WS-LINK-CONV-COUNT.
015500 2110-CONVERT-ONE-LINK-EXIT.
015600           EXIT.
015700
015800**----------------------------------------------------------*
015900*    2900-READ-SUPP-OLD                                     *
016000**----------------------------------------------------------*
016100 2900-READ-SUPP-OLD.
016200           READ SUPP-OLD
016300               AT END
016400                   SET END-OF-SUPP-OLD TO TRUE
016500           END-READ.
016600           IF NOT END-OF-SUPP-OLD
016700               AND WS-SUPP-OLD-STATUS NOT = "00"
016800               DISPLAY "FCSMCONV: SUPPOLD READ ERROR, STATUS="
016900                   WS-SUPP-OLD-STATUS
017000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
017100           END-IF.
017200 2900-READ-SUPP-OLD-EXIT.
017300           EXIT.
017400
017500**----------------------------------------------------------*
017600*    8000-TERMINATE - DISPLAY THE RUN'S CONTROL TOTALS      *
017700**----------------------------------------------------------*
017800 8000-TERMINATE.
017900           DISPLAY "FCSMCONV: " WS-SUPP-CONV-COUNT
018000               " SUPPLIER(S) CONVERTED, " WS-LINK-CONV-COUNT
018100               " ITEM LINK(S) CARRIED AT ZERO COST".
018200 8000-TERMINATE-EXIT.
018300           EXIT.
018400
018500**----------------------------------------------------------*
018600*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
018700*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
018800**----------------------------------------------------------*
018900 9999-ABEND.
019000           MOVE 16 TO RETURN-CODE.
019100           STOP RUN.
019200 9999-ABEND-EXIT.
019300           EXIT.
