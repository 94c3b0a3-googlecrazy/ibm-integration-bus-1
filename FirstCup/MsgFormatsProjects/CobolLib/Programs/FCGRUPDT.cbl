002390*                          BACKUP ROLLED FORWARD BY FCRECOVR
002392*                          KEEPS THE DAY'S GOODS-RECEIVED
002394*                          BOOKINGS TOO.
002395*       15-OCT-2026  DP    THE LEDGER IS NOW KEYED ON BRANCH AND
002396*                          ITEM: EACH DELIVERY IS BOOKED INTO THE
002397*                          RECEIVING BRANCH'S OWN STOCK, AND THE
002398*                          REGISTER NAMES THE BRANCH.
002400*       15-OCT-2026  DP    NEW LEDGER LINES ARE OPENED WITH A
002401*                          BLANK REORDER LEVEL SOURCE, LEAVING
002402*                          THE LEVEL TO FCRLCALC.
002403*       15-OCT-2026  DP    EACH RECEIPT IS BOOKED AGAINST THE
002404*                          SUPPLIER'S OPEN LINES ON THE POLINES
002405*                          OPEN-PURCHASE-ORDER FILE, OLDEST FIRST,
002406*                          AND THE REGISTER LINE SHOWS WHETHER IT
002407*                          WAS ON ORDER, OVER ORDER OR NOT ON
002408*                          ORDER AT ALL.
002450*      ------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003300           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
003400               ORGANIZATION    IS INDEXED
003500               ACCESS MODE     IS DYNAMIC
003600               RECORD KEY      IS StockKey OF STOCK-RECORD
003700               FILE STATUS     IS WS-STOCK-STATUS.
003800           SELECT GRCV-FILE    ASSIGN TO GRCVIN
003900               ORGANIZATION    IS LINE SEQUENTIAL
004340           SELECT OPTIONAL RCVY-FILE ASSIGN TO RCVYLOG
004350               ORGANIZATION    IS LINE SEQUENTIAL
004360               FILE STATUS     IS WS-RCVY-STATUS.
004361           SELECT OPTIONAL POLINE-FILE ASSIGN TO POLINES
004362               ORGANIZATION    IS INDEXED
004363               ACCESS MODE     IS DYNAMIC
004364               RECORD KEY      IS POLineKey OF POLINE-RECORD
004365               FILE STATUS     IS WS-POLINE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005999               REPLACING ==RecoveryLogRecord==
006000                   BY ==RCVY-RECORD==.
006001
006002
006003**----------------------------------------------------------*
006004*    POLINE-RECORD - THE OPEN-PURCHASE-ORDER FILE WRITTEN   *
006005*    BY FCPOGEN; RECEIPTS ARE ADDED TO ITS LINES HERE       *
006006**----------------------------------------------------------*
006007 FD  POLINE-FILE.
006008           COPY PurchaseOrderLine
006009               REPLACING ==PurchaseOrderLine==
006010                   BY ==POLINE-RECORD==.
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
006400               88  END-OF-GRCV-FILE          VALUE "Y".
006500           05  WS-RB-FOUND-SWITCH   PIC X(01)    VALUE "N".
006600               88  FOUND-RUN-BRANCH          VALUE "Y".
006610           05  WS-PO-SCAN-SWITCH    PIC X(01)    VALUE "N".
006620               88  END-OF-PO-SCAN            VALUE "Y".
006700
006800 01  WS-FILE-STATUSES.
006900           05  WS-STOCK-STATUS      PIC X(02)    VALUE "00".
007100           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
007110           05  WS-JRNL-STATUS       PIC X(02)    VALUE "00".
007120           05  WS-RCVY-STATUS       PIC X(02)    VALUE "00".
007121           05  WS-POLINE-STATUS     PIC X(02)    VALUE "00".
007130
007140 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
007150
008520               VALUE ZERO.
008530           05  WS-RCVY-COUNT        PIC 9(9)     COMP
008540               VALUE ZERO.
008541           05  WS-ON-ORDER-COUNT    PIC 9(6)     COMP
008542               VALUE ZERO.
008543           05  WS-OVER-ORDER-COUNT  PIC 9(6)     COMP
008544               VALUE ZERO.
008545           05  WS-NOT-ORDERED-COUNT PIC 9(6)     COMP
008546               VALUE ZERO.
008600
008700 01  WS-CURRENT-ITEM.
008800           05  WS-CURRENT-ITEM-CODE PIC X(13)    VALUE SPACES.
008900           05  WS-CURRENT-QTY       PIC S9(9)V9(3) COMP-3
009000               VALUE ZERO.
009001
009002**----------------------------------------------------------*
009003*    WS-PO-RECEIPT-WORK - THE PART OF THE CURRENT RECEIPT   *
009004*    STILL TO BE BOOKED AGAINST AN OPEN PO LINE, AND THE    *
009005*    REGISTER'S NOTE OF HOW IT WAS BOOKED                   *
009006**----------------------------------------------------------*
009007 01  WS-PO-RECEIPT-WORK.
009008           05  WS-ALLOC-REMAINING   PIC S9(9)V9(3) COMP-3
009009               VALUE ZERO.
009010           05  WS-ALLOC-QTY         PIC S9(9)V9(3) COMP-3
009011               VALUE ZERO.
009012           05  WS-PO-OUTSTANDING    PIC S9(9)V9(3) COMP-3
009013               VALUE ZERO.
009014           05  WS-PO-NOTE           PIC X(12)    VALUE SPACES.
009100
009200**----------------------------------------------------------*
009300*    WS-RUNCTL-PARMS AND WS-RUNCTL-BRANCHES - FCRUNCTL      *
012800           05  FILLER               PIC X(09)
012900               VALUE " ON-HAND=".
013000           05  WS-RL-ON-HAND        PIC -(8)9.9(3).
013010           05  FILLER               PIC X(08)
013020               VALUE " BRANCH ".
013030           05  WS-RL-BRANCH-ID      PIC X(05).
013040           05  FILLER               PIC X(01)    VALUE SPACE.
013050           05  WS-RL-PO-NOTE        PIC X(12).
013100
013200 PROCEDURE DIVISION.
013300
020776               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
020777           END-IF.
020778           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020779           OPEN I-O    POLINE-FILE.
020780           IF WS-POLINE-STATUS NOT = "00"
020781               AND WS-POLINE-STATUS NOT = "05"
020782               DISPLAY "FCGRUPDT: POLINES OPEN FAILED, STATUS="
020783                   WS-POLINE-STATUS
020784               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
020785           END-IF.
020800           PERFORM 2900-READ-GRCV-FILE
020900               THRU 2900-READ-GRCV-FILE-EXIT.
021000 1200-REOPEN-FEED-EXIT.
030200
030300**----------------------------------------------------------*
030400*    3000-BOOK-ITEM - ADD ONE DELIVERY LINE'S RECEIVED      *
030500*    QUANTITY TO THE RECEIVING BRANCH'S LEDGER, CREATING    *
030600*    THE ITEM AT ZERO IF IT IS NEW TO THAT BRANCH, AND      *
030610*    PRINT THE REGISTER LINE                                *
030700**----------------------------------------------------------*
030800 3000-BOOK-ITEM.
030900           MOVE ItemCode OF GRCV-RECORD (WS-ITEM-IDX)
031000               TO WS-CURRENT-ITEM-CODE.
031100           MOVE QuantityReceived OF GRCV-RECORD (WS-ITEM-IDX)
031200               TO WS-CURRENT-QTY.
031210           MOVE SourceBranchID OF GRCV-RECORD
031220               TO BranchID OF STOCK-RECORD.
031300           MOVE WS-CURRENT-ITEM-CODE
031400               TO ItemCode OF STOCK-RECORD.
031500           READ STOCK-FILE
032350                   PERFORM 3400-WRITE-RECOVERY
032360                       THRU 3400-WRITE-RECOVERY-EXIT
032400           END-READ.
032410           IF WS-CURRENT-QTY > ZERO
032420               PERFORM 3500-RECEIVE-AGAINST-PO
032430                   THRU 3500-RECEIVE-AGAINST-PO-EXIT
032440           ELSE
032450               MOVE SPACES TO WS-PO-NOTE
032460           END-IF.
032500           PERFORM 7000-WRITE-REGISTER
032600               THRU 7000-WRITE-REGISTER-EXIT.
032700 3000-BOOK-ITEM-EXIT.
033300*    LEAVE THE REORDER LEVEL FOR BUYING TO SET              *
033400**----------------------------------------------------------*
033500 3100-CREATE-STOCK.
033510           MOVE SourceBranchID OF GRCV-RECORD
033520               TO BranchID OF STOCK-RECORD.
033600           MOVE WS-CURRENT-ITEM-CODE
033700               TO ItemCode OF STOCK-RECORD.
033800           MOVE ZERO TO OnHandQuantity OF STOCK-RECORD.
033900           MOVE ZERO TO ReorderLevel OF STOCK-RECORD.
033910           MOVE ZERO TO InTransitQuantity OF STOCK-RECORD.
033920           MOVE SPACE TO ReorderLevelSource OF STOCK-RECORD.
034000           ADD WS-CURRENT-QTY
034100               TO OnHandQuantity OF STOCK-RECORD.
034110           MOVE SPACES TO WS-BEFORE-IMAGE.
034200           WRITE STOCK-RECORD
034300               INVALID KEY
034400                   DISPLAY "FCGRUPDT: STOCK WRITE REJECTED, ITEM "
034500                       WS-CURRENT-ITEM-CODE " BRANCH "
034510                       BranchID OF STOCK-RECORD
034600               NOT INVALID KEY
034700                   ADD 1 TO WS-CREATE-COUNT
034800                   ADD 1 TO WS-BOOKED-COUNT
035213 3400-WRITE-RECOVERY-EXIT.
035214           EXIT.
035215
035216**----------------------------------------------------------*
035217*    3500-RECEIVE-AGAINST-PO - BOOK THE RECEIPT AGAINST THE *
035218*    SUPPLIER'S OPEN PO LINES FOR THE BRANCH AND ITEM,      *
035219*    OLDEST FIRST; ANY EXCESS WAS NOT ORDERED, ONLY FLAGGED *
035220**----------------------------------------------------------*
035221 3500-RECEIVE-AGAINST-PO.
035222           MOVE WS-CURRENT-QTY TO WS-ALLOC-REMAINING.
035223           MOVE "N" TO WS-PO-SCAN-SWITCH.
035224           MOVE SupplierCode OF GRCV-RECORD
035225               TO SupplierCode OF POLINE-RECORD.
035226           MOVE SourceBranchID OF GRCV-RECORD
035227               TO BranchID OF POLINE-RECORD.
035228           MOVE WS-CURRENT-ITEM-CODE
035229               TO ItemCode OF POLINE-RECORD.
035230           MOVE ZERO TO OrderDate OF POLINE-RECORD.
035231           MOVE ZERO TO PONumber OF POLINE-RECORD.
035232           START POLINE-FILE
035233               KEY IS NOT LESS THAN POLineKey OF POLINE-RECORD
035234               INVALID KEY
035235                   SET END-OF-PO-SCAN TO TRUE
035236           END-START.
035237           PERFORM 3510-RECEIVE-ONE-LINE
035238               THRU 3510-RECEIVE-ONE-LINE-EXIT
035239               UNTIL END-OF-PO-SCAN
035240                   OR WS-ALLOC-REMAINING = ZERO.
035241           EVALUATE TRUE
035242               WHEN WS-ALLOC-REMAINING = ZERO
035243                   MOVE "ON ORDER" TO WS-PO-NOTE
035244                   ADD 1 TO WS-ON-ORDER-COUNT
035245               WHEN WS-ALLOC-REMAINING = WS-CURRENT-QTY
035246                   MOVE "NOT ON ORDER" TO WS-PO-NOTE
035247                   ADD 1 TO WS-NOT-ORDERED-COUNT
035248               WHEN OTHER
035249                   MOVE "OVER ORDER" TO WS-PO-NOTE
035250                   ADD 1 TO WS-OVER-ORDER-COUNT
035251           END-EVALUATE.
035252 3500-RECEIVE-AGAINST-PO-EXIT.
035253           EXIT.
035254
035255**----------------------------------------------------------*
035256*    3510-RECEIVE-ONE-LINE - BOOK AS MUCH OF THE RECEIPT AS *
035257*    THE NEXT OPEN PO LINE FOR THIS SUPPLIER, BRANCH AND    *
035258*    ITEM IS STILL OWED                                     *
035259**----------------------------------------------------------*
035260 3510-RECEIVE-ONE-LINE.
035261           READ POLINE-FILE NEXT RECORD
035262               AT END
035263                   SET END-OF-PO-SCAN TO TRUE
035264                   GO TO 3510-RECEIVE-ONE-LINE-EXIT
035265           END-READ.
035266           IF SupplierCode OF POLINE-RECORD
035267               NOT = SupplierCode OF GRCV-RECORD
035268               OR BranchID OF POLINE-RECORD
035269               NOT = SourceBranchID OF GRCV-RECORD
035270               OR ItemCode OF POLINE-RECORD
035271               NOT = WS-CURRENT-ITEM-CODE
035272               SET END-OF-PO-SCAN TO TRUE
035273               GO TO 3510-RECEIVE-ONE-LINE-EXIT
035274           END-IF.
035275           COMPUTE WS-PO-OUTSTANDING =
035276               OrderedQuantity OF POLINE-RECORD
035277               - ReceivedQuantity OF POLINE-RECORD.
035278           IF NOT Open-PO-Line OF POLINE-RECORD
035279               OR WS-PO-OUTSTANDING NOT > ZERO
035280               GO TO 3510-RECEIVE-ONE-LINE-EXIT
035281           END-IF.
035282           IF WS-PO-OUTSTANDING < WS-ALLOC-REMAINING
035283               MOVE WS-PO-OUTSTANDING TO WS-ALLOC-QTY
035284           ELSE
035285               MOVE WS-ALLOC-REMAINING TO WS-ALLOC-QTY
035286           END-IF.
035287           ADD WS-ALLOC-QTY TO ReceivedQuantity OF POLINE-RECORD.
035288           SUBTRACT WS-ALLOC-QTY FROM WS-ALLOC-REMAINING.
035289           MOVE ReceivedDate OF GRCV-RECORD
035290               TO LastReceivedDate OF POLINE-RECORD.
035291           REWRITE POLINE-RECORD.
035292           IF WS-POLINE-STATUS NOT = "00"
035293               DISPLAY "FCGRUPDT: POLINE-FILE REWRITE ERROR,"
035294                   " STATUS=" WS-POLINE-STATUS
035295               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035296           END-IF.
035297 3510-RECEIVE-ONE-LINE-EXIT.
035298           EXIT.
035300**----------------------------------------------------------*
035400*    7000-WRITE-REGISTER - ONE RECEIPTS REGISTER LINE PER   *
035500*    DELIVERY LINE BOOKED IN                                *
036300           MOVE WS-CURRENT-QTY       TO WS-RL-QTY.
036400           MOVE OnHandQuantity OF STOCK-RECORD
036500               TO WS-RL-ON-HAND.
036510           MOVE SourceBranchID OF GRCV-RECORD
036520               TO WS-RL-BRANCH-ID.
036530           MOVE WS-PO-NOTE           TO WS-RL-PO-NOTE.
036600           WRITE REPORT-RECORD FROM WS-REGISTER-LINE.
036700           IF WS-REPORT-STATUS NOT = "00"
036800               DISPLAY "FCGRUPDT: REPORT WRITE ERROR, STATUS="
038300           CLOSE REPORT-FILE.
038310           CLOSE JRNL-FILE.
038320           CLOSE RCVY-FILE.
038330           CLOSE POLINE-FILE.
038400           DISPLAY "FCGRUPDT: " WS-MESSAGE-COUNT
038500               " DELIVERY MESSAGE(S), " WS-BOOKED-COUNT
038600               " LINE(S) BOOKED IN, " WS-CREATE-COUNT
038710           DISPLAY "FCGRUPDT: " WS-JRNL-COUNT
038720               " MOVEMENT(S) JOURNALLED, " WS-RCVY-COUNT
038730               " RECOVERY IMAGE(S) JOURNALLED".
038740           DISPLAY "FCGRUPDT: " WS-ON-ORDER-COUNT " ON ORDER, "
038750               WS-OVER-ORDER-COUNT " OVER ORDER, "
038760               WS-NOT-ORDERED-COUNT " NOT ON ORDER".
038800           PERFORM 8100-STAMP-RUN-CONTROL
038900               THRU 8100-STAMP-RUN-CONTROL-EXIT
039000               VARYING WS-RB-IX FROM 1 BY 1
