001800*                          REMOVES THE WHOLE SUPPLIER. THE
001900*                          MASTER DRIVES FCPOGEN'S AUTOMATIC
002000*                          PURCHASE ORDERS.
002010*       15-OCT-2026  DP    EACH ITEM LINK NOW CARRIES THE COST
002020*                          PRICE AGREED WITH THE SUPPLIER, KEYED
002030*                          IN PENCE ON THE "A" TRANSACTION. A
002040*                          BLANK COST LEAVES THE STORED COST AS IT
002050*                          STANDS (ZERO ON A NEW LINK).
002100*      ------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
004600**----------------------------------------------------------*
004700*    MAINT-RECORD - ONE TRANSACTION AGAINST THE SUPPLIER    *
004800*    MASTER. THE REORDER QUANTITY IS KEYED AS TEN DIGITS    *
004900*    WITH THREE IMPLIED DECIMALS; THE COST PRICE IN PENCE   *
004910*    MAY BE LEFT BLANK TO KEEP THE COST ALREADY HELD        *
005000**----------------------------------------------------------*
005100 FD  MAINT-FILE.
005200 01  MAINT-RECORD.
005900           05  MAINT-ITEM-CODE         PIC X(13).
006000           05  MAINT-REORDER-QTY       PIC 9(7)V9(3).
006100           05  MAINT-LEAD-TIME         PIC 9(3).
006110           05  MAINT-COST-PRICE        PIC 9(4).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
018500                   ADD 1 TO LinkCount OF MASTER-RECORD
018600                   MOVE LinkCount OF MASTER-RECORD
018700                       TO WS-LINK-IDX
018710                   MOVE ZERO
018720                       TO CostPrice OF MASTER-RECORD (WS-LINK-IDX)
018800                   PERFORM 2130-SET-LINK THRU 2130-SET-LINK-EXIT
018900                   ADD 1 TO WS-APPLY-COUNT
019000               END-IF
023000               TO ReorderQuantity OF MASTER-RECORD (WS-LINK-IDX).
023100           MOVE MAINT-LEAD-TIME
023200               TO LeadTimeDays OF MASTER-RECORD (WS-LINK-IDX).
023210           IF MAINT-COST-PRICE NUMERIC
023220               MOVE MAINT-COST-PRICE
023230                   TO CostPrice OF MASTER-RECORD (WS-LINK-IDX)
023240           END-IF.
023300 2130-SET-LINK-EXIT.
023400           EXIT.
023500
024500               TO SupplierName OF MASTER-RECORD.
024600           MOVE 1 TO LinkCount OF MASTER-RECORD.
024700           MOVE 1 TO WS-LINK-IDX.
024710           MOVE ZERO TO CostPrice OF MASTER-RECORD (WS-LINK-IDX).
024800           PERFORM 2130-SET-LINK THRU 2130-SET-LINK-EXIT.
024900           WRITE MASTER-RECORD
025000               INVALID KEY
