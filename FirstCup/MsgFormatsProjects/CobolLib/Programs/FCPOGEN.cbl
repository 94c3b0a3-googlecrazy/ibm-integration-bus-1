002000*                          WITH NO SUPPLIER LINK FALL OUT ON AN
002100*                          EXCEPTION LIST INSTEAD OF SILENTLY
002200*                          STAYING ON PAPER.
002210*       15-OCT-2026  DP    THE LEDGER IS NOW KEYED ON BRANCH AND
002220*                          ITEM, SO ORDERS ARE RAISED PER BRANCH:
002230*                          ONE PO PER SUPPLIER PER DELIVERY
002240*                          BRANCH, THE BRANCH ON EVERY PO LINE,
002250*                          AND STOCK ALREADY IN TRANSIT TO A
002260*                          BRANCH COUNTED TOWARDS ITS LEVEL.
002261*       15-OCT-2026  DP    EVERY PO LINE NOW CARRIES THE ORDER
002262*                          DATE AND THE COST PRICE AGREED ON THE
002263*                          SUPPLIER LINK, AND IS ALSO RECORDED ON
002264*                          THE POLINES OPEN-PURCHASE-ORDER FILE
002265*                          FOR FCGRUPDT TO RECEIVE AGAINST AND
002266*                          FCINVMAT TO MATCH SUPPLIER INVOICES TO.
002267*       15-OCT-2026  DP    STOCK STILL TO COME ON OPEN PO LINES
002268*                          NOW COUNTS TOWARDS THE REORDER LEVEL
002269*                          ALONG WITH STOCK IN TRANSIT, SO A
002270*                          SHORTFALL ALREADY ON ORDER IS NOT
002271*                          ORDERED AGAIN EACH NIGHT OR ON A
002272*                          SAME-DAY RERUN; SUCH ITEMS ARE COUNTED
002273*                          AS COVERED.
002300*      ------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
003200           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
003300               ORGANIZATION    IS INDEXED
003400               ACCESS MODE     IS DYNAMIC
003500               RECORD KEY      IS StockKey OF STOCK-RECORD
003600               FILE STATUS     IS WS-STOCK-STATUS.
003700           SELECT OPTIONAL SUPP-FILE ASSIGN TO SUPPMSTR
003800               ORGANIZATION    IS INDEXED
004200           SELECT PO-FILE      ASSIGN TO POFILE
004300               ORGANIZATION    IS LINE SEQUENTIAL
004400               FILE STATUS     IS WS-PO-STATUS.
004410           SELECT OPTIONAL POLINE-FILE ASSIGN TO POLINES
004420               ORGANIZATION    IS INDEXED
004430               ACCESS MODE     IS DYNAMIC
004440               RECORD KEY      IS POLineKey OF POLINE-RECORD
004450               FILE STATUS     IS WS-POLINE-STATUS.
004500           SELECT REGISTER-FILE ASSIGN TO PORGRPT
004600               ORGANIZATION    IS LINE SEQUENTIAL
004700               FILE STATUS     IS WS-REGISTER-STATUS.
006400**----------------------------------------------------------*
006500*    PO-RECORD - ONE MACHINE-READABLE PURCHASE-ORDER LINE   *
006600*    FOR THE BUYING SYSTEM. THE ORDER QUANTITY CARRIES      *
006700*    THREE IMPLIED DECIMALS; THE BRANCH IS WHERE THE        *
006710*    SUPPLIER DELIVERS; THE COST PRICE IS IN PENCE          *
006800**----------------------------------------------------------*
006900 FD  PO-FILE.
007000 01  PO-RECORD.
007300           05  PO-ITEM-CODE            PIC X(13).
007400           05  PO-ORDER-QTY            PIC 9(7)V9(3).
007500           05  PO-LEAD-TIME            PIC 9(3).
007510           05  PO-BRANCH-ID            PIC X(5).
007511           05  PO-COST-PRICE           PIC 9(4).
007512           05  PO-ORDER-DATE           PIC 9(8).
007513
007514**----------------------------------------------------------*
007515*    POLINE-RECORD - THE SAME LINE ON THE OPEN-PURCHASE-    *
007516*    ORDER FILE, OPEN UNTIL IT IS RECEIVED AND INVOICED IN  *
007517*    FULL OR CLOSED BY BUYING                               *
007518**----------------------------------------------------------*
007519 FD  POLINE-FILE.
007520           COPY PurchaseOrderLine
007521               REPLACING ==PurchaseOrderLine==
007522                   BY ==POLINE-RECORD==.
007600
007700 FD  REGISTER-FILE.
007800 01  REGISTER-RECORD             PIC X(132).
008800               88  END-OF-SUPP-FILE          VALUE "Y".
008900           05  WS-LINK-FOUND-SWITCH PIC X(01)    VALUE "N".
009000               88  FOUND-LINK                VALUE "Y".
009010           05  WS-ONORD-EOF-SWITCH  PIC X(01)    VALUE "N".
009020               88  END-OF-ON-ORDER           VALUE "Y".
009100
009200 01  WS-FILE-STATUSES.
009300           05  WS-STOCK-STATUS      PIC X(02)    VALUE "00".
009400           05  WS-SUPP-STATUS       PIC X(02)    VALUE "00".
009500           05  WS-PO-STATUS         PIC X(02)    VALUE "00".
009510           05  WS-POLINE-STATUS     PIC X(02)    VALUE "00".
009600           05  WS-REGISTER-STATUS   PIC X(02)    VALUE "00".
009700           05  WS-EXCEP-STATUS      PIC X(02)    VALUE "00".
009800
010900               VALUE ZERO.
011000           05  WS-SHORT-COUNT       PIC 9(6)     COMP
011100               VALUE ZERO.
011110           05  WS-COVERED-COUNT     PIC 9(6)     COMP
011120               VALUE ZERO.
011200           05  WS-PO-COUNT          PIC 9(6)     COMP
011300               VALUE ZERO.
011400           05  WS-PO-LINE-COUNT     PIC 9(6)     COMP
011700               VALUE ZERO.
011800           05  WS-PO-NUMBER         PIC 9(6)
011900               VALUE ZERO.
011901           05  WS-POLINE-DUP-COUNT  PIC 9(6)     COMP
011902               VALUE ZERO.
011903
011904 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
011905
011906**----------------------------------------------------------*
011907*    WS-ON-ORDER-QTY - THE QUANTITY OF THE CURRENT BRANCH   *
011908*    AND ITEM STILL TO COME ON OPEN PO LINES, ORDERED BUT   *
011909*    NOT YET RECEIVED                                       *
011910**----------------------------------------------------------*
011911 01  WS-ON-ORDER-QTY          PIC S9(9)V9(3) COMP-3
011912               VALUE ZERO.
011913
011920**----------------------------------------------------------*
011930*    WS-ORDER-BRANCH - THE BRANCH WHOSE SHORTFALLS ARE      *
011940*    QUEUED IN THE SUPPLIER TABLE. THE LEDGER IS IN BRANCH  *
011950*    ORDER, SO EACH BRANCH'S ORDERS ARE WRITTEN WHEN THE    *
011960*    PASS MOVES ON TO THE NEXT BRANCH                       *
011970**----------------------------------------------------------*
011980 01  WS-ORDER-BRANCH          PIC X(5)     VALUE SPACES.
012000
012100**----------------------------------------------------------*
012200*    WS-SUPPLIER-TABLE - THE SUPPLIER MASTER, LOADED ONCE   *
013400                   15  WS-SP-REORDER-QTY
013500                                        PIC 9(7)V9(3)  COMP-3.
013600                   15  WS-SP-LEAD-TIME  PIC 9(3).
013610                   15  WS-SP-COST-PRICE PIC S9(4)      COMP-3.
013700               10  WS-SP-PO-LINE-COUNT  PIC 99       COMP.
013800               10  WS-SP-PO-LINE        OCCURS 50 TIMES.
013900                   15  WS-SP-PO-ITEM    PIC X(13).
014000                   15  WS-SP-PO-QTY     PIC 9(7)V9(3)  COMP-3.
014100                   15  WS-SP-PO-LEAD    PIC 9(3).
014110                   15  WS-SP-PO-COST    PIC S9(4)      COMP-3.
014200
014300**----------------------------------------------------------*
014400*    PRINT LINE LAYOUTS - MOVED TO THE REPORT RECORDS WITH  *
015200           05  WS-PH-SUPPLIER       PIC X(06).
015300           05  FILLER               PIC X(01)    VALUE SPACE.
015400           05  WS-PH-NAME           PIC X(30).
015410           05  FILLER               PIC X(08)
015420               VALUE " BRANCH ".
015430           05  WS-PH-BRANCH-ID      PIC X(05).
015500
015600 01  WS-PO-LINE.
015700           05  FILLER               PIC X(04)    VALUE SPACES.
016500           05  WS-PL-LEAD-TIME      PIC ZZ9.
016600
016700 01  WS-EXCEP-LINE.
016710           05  FILLER               PIC X(07)    VALUE "BRANCH ".
016720           05  WS-EL-BRANCH-ID      PIC X(05).
016800           05  FILLER               PIC X(06)    VALUE " ITEM ".
016900           05  WS-EL-ITEM-CODE      PIC X(13).
017000           05  FILLER               PIC X(09)
017100               VALUE " ON-HAND=".
017200           05  WS-EL-ON-HAND        PIC -(8)9.9(3).
017210           05  FILLER               PIC X(12)
017220               VALUE " IN TRANSIT=".
017230           05  WS-EL-IN-TRANSIT     PIC -(8)9.9(3).
017300           05  FILLER               PIC X(15)
017400               VALUE " REORDER LEVEL=".
017500           05  WS-EL-REORDER-LEVEL  PIC Z(6)9.9(3).
019700*    LEDGER AND THE OUTPUTS, AND POSITION THE LEDGER PASS   *
019800**----------------------------------------------------------*
019900 1000-INITIALISE.
019910           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020000           PERFORM 1100-LOAD-SUPPLIERS
020100               THRU 1100-LOAD-SUPPLIERS-EXIT.
020200           OPEN INPUT  STOCK-FILE.
022300                   WS-EXCEP-STATUS
022400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
022500           END-IF.
022510           OPEN I-O    POLINE-FILE.
022520           IF WS-POLINE-STATUS NOT = "00"
022530               AND WS-POLINE-STATUS NOT = "05"
022540               DISPLAY "FCPOGEN: POLINE-FILE OPEN FAILED, STATUS="
022550                   WS-POLINE-STATUS
022560               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
022570           END-IF.
022600           MOVE LOW-VALUES TO StockKey OF STOCK-RECORD.
022700           START STOCK-FILE
022800               KEY IS NOT LESS THAN StockKey OF STOCK-RECORD
022900               INVALID KEY
023000                   SET END-OF-STOCK-FILE TO TRUE
023100           END-START.
029900               TO WS-SP-REORDER-QTY (WS-SUPP-COUNT, WS-LINK-IX).
030000           MOVE LeadTimeDays OF SUPP-RECORD (WS-LINK-IX)
030100               TO WS-SP-LEAD-TIME (WS-SUPP-COUNT, WS-LINK-IX).
030110           MOVE CostPrice OF SUPP-RECORD (WS-LINK-IX)
030120               TO WS-SP-COST-PRICE (WS-SUPP-COUNT, WS-LINK-IX).
030200 1120-LOAD-ONE-LINK-EXIT.
030300           EXIT.
030400
030500**----------------------------------------------------------*
030600*    2000-PASS-STOCK-LEDGER - READ THE NEXT LEDGER RECORD   *
030700*    AND RAISE A PURCHASE-ORDER LINE OR AN EXCEPTION FOR    *
030800*    EVERY BRANCH AND ITEM BELOW ITS REORDER LEVEL, STOCK   *
030810*    IN TRANSIT TO THE BRANCH AND STOCK STILL TO COME ON    *
030820*    OPEN PO LINES COUNTING AS ALREADY ON ORDER. A NEW      *
030830*    BRANCH FIRST WRITES THE LAST BRANCH'S ORDERS           *
030900**----------------------------------------------------------*
031000 2000-PASS-STOCK-LEDGER.
031100           READ STOCK-FILE NEXT RECORD
031300                   SET END-OF-STOCK-FILE TO TRUE
031400                   GO TO 2000-PASS-STOCK-LEDGER-EXIT
031500           END-READ.
031510           IF BranchID OF STOCK-RECORD NOT = WS-ORDER-BRANCH
031520               PERFORM 7000-WRITE-ORDERS
031530                   THRU 7000-WRITE-ORDERS-EXIT
031540                   VARYING WS-SUPP-IX FROM 1 BY 1
031550                   UNTIL WS-SUPP-IX > WS-SUPP-COUNT
031560               MOVE BranchID OF STOCK-RECORD TO WS-ORDER-BRANCH
031570           END-IF.
031580           IF OnHandQuantity OF STOCK-RECORD
031590               + InTransitQuantity OF STOCK-RECORD
031600               NOT < ReorderLevel OF STOCK-RECORD
031610               GO TO 2000-PASS-STOCK-LEDGER-EXIT
031620           END-IF.
031630           PERFORM 2100-ADD-UP-ON-ORDER
031640               THRU 2100-ADD-UP-ON-ORDER-EXIT.
031650           IF OnHandQuantity OF STOCK-RECORD
031660               + InTransitQuantity OF STOCK-RECORD
031670               + WS-ON-ORDER-QTY
031680               NOT < ReorderLevel OF STOCK-RECORD
031690               ADD 1 TO WS-COVERED-COUNT
031700               GO TO 2000-PASS-STOCK-LEDGER-EXIT
031710           END-IF.
031720           ADD 1 TO WS-SHORT-COUNT.
031730           PERFORM 3000-RAISE-ORDER-LINE
031740               THRU 3000-RAISE-ORDER-LINE-EXIT.
032200 2000-PASS-STOCK-LEDGER-EXIT.
032300           EXIT.
032400
032401**----------------------------------------------------------*
032402*    2100-ADD-UP-ON-ORDER - TOTAL WHAT IS STILL TO COME FOR *
032403*    THE CURRENT BRANCH AND ITEM ON OPEN PO LINES. THE PO   *
032404*    LINE KEY LEADS WITH THE SUPPLIER, SO EVERY SUPPLIER IS *
032405*    LOOKED AT, WHICH ALSO CATCHES AN ORDER PLACED BEFORE   *
032406*    THE ITEM MOVED TO ANOTHER SUPPLIER                     *
032407**----------------------------------------------------------*
032408 2100-ADD-UP-ON-ORDER.
032409           MOVE ZERO TO WS-ON-ORDER-QTY.
032410           PERFORM 2110-SUPPLIER-ON-ORDER
032411               THRU 2110-SUPPLIER-ON-ORDER-EXIT
032412               VARYING WS-SUPP-IX FROM 1 BY 1
032413               UNTIL WS-SUPP-IX > WS-SUPP-COUNT.
032414 2100-ADD-UP-ON-ORDER-EXIT.
032415           EXIT.
032416
032417**----------------------------------------------------------*
032418*    2110-SUPPLIER-ON-ORDER - POSITION ON THE FIRST PO LINE *
032419*    FOR ONE SUPPLIER AND THE CURRENT BRANCH AND ITEM, AND  *
032420*    READ ON WHILE THE LINES ARE STILL FOR THEM             *
032421**----------------------------------------------------------*
032422 2110-SUPPLIER-ON-ORDER.
032423           SET WS-ONORD-EOF-SWITCH TO "N".
032424           MOVE WS-SP-CODE (WS-SUPP-IX)
032425               TO SupplierCode OF POLINE-RECORD.
032426           MOVE BranchID OF STOCK-RECORD
032427               TO BranchID OF POLINE-RECORD.
032428           MOVE ItemCode OF STOCK-RECORD
032429               TO ItemCode OF POLINE-RECORD.
032430           MOVE ZERO TO OrderDate OF POLINE-RECORD.
032431           MOVE ZERO TO PONumber OF POLINE-RECORD.
032432           START POLINE-FILE
032433               KEY IS NOT LESS THAN POLineKey OF POLINE-RECORD
032434               INVALID KEY
032435                   GO TO 2110-SUPPLIER-ON-ORDER-EXIT
032436           END-START.
032437           PERFORM 2120-READ-ON-ORDER
032438               THRU 2120-READ-ON-ORDER-EXIT
032439               UNTIL END-OF-ON-ORDER.
032440 2110-SUPPLIER-ON-ORDER-EXIT.
032441           EXIT.
032442
032443**----------------------------------------------------------*
032444*    2120-READ-ON-ORDER - ADD ONE OPEN LINE'S ORDERED BUT   *
032445*    NOT YET RECEIVED QUANTITY                              *
032446**----------------------------------------------------------*
032447 2120-READ-ON-ORDER.
032448           READ POLINE-FILE NEXT RECORD
032449               AT END
032450                   SET END-OF-ON-ORDER TO TRUE
032451                   GO TO 2120-READ-ON-ORDER-EXIT
032452           END-READ.
032453           IF SupplierCode OF POLINE-RECORD
032454               NOT = WS-SP-CODE (WS-SUPP-IX)
032455               OR BranchID OF POLINE-RECORD
032456               NOT = BranchID OF STOCK-RECORD
032457               OR ItemCode OF POLINE-RECORD
032458               NOT = ItemCode OF STOCK-RECORD
032459               SET END-OF-ON-ORDER TO TRUE
032460               GO TO 2120-READ-ON-ORDER-EXIT
032461           END-IF.
032462           IF Open-PO-Line OF POLINE-RECORD
032463               AND OrderedQuantity OF POLINE-RECORD
032464               > ReceivedQuantity OF POLINE-RECORD
032465               COMPUTE WS-ON-ORDER-QTY = WS-ON-ORDER-QTY
032466                   + OrderedQuantity OF POLINE-RECORD
032467                   - ReceivedQuantity OF POLINE-RECORD
032468           END-IF.
032469 2120-READ-ON-ORDER-EXIT.
032470           EXIT.
032471
032500**----------------------------------------------------------*
032600*    3000-RAISE-ORDER-LINE - FIND THE SHORT ITEM'S SUPPLIER *
032700*    LINK AND QUEUE A PO LINE UNDER THAT SUPPLIER, OR LIST  *
033700                   OR FOUND-LINK.
033800           IF NOT FOUND-LINK
033900               ADD 1 TO WS-EXCEP-COUNT
033910               MOVE BranchID OF STOCK-RECORD
033920                   TO WS-EL-BRANCH-ID
034000               MOVE ItemCode OF STOCK-RECORD
034100                   TO WS-EL-ITEM-CODE
034200               MOVE OnHandQuantity OF STOCK-RECORD
034300                   TO WS-EL-ON-HAND
034310               MOVE InTransitQuantity OF STOCK-RECORD
034320                   TO WS-EL-IN-TRANSIT
034400               MOVE ReorderLevel OF STOCK-RECORD
034500                   TO WS-EL-REORDER-LEVEL
034600               WRITE EXCEP-RECORD FROM WS-EXCEP-LINE
035500           IF WS-SP-PO-LINE-COUNT (WS-SUPP-IX) >= 50
035600               DISPLAY "FCPOGEN: PO LINE TABLE FULL, SUPPLIER "
035700                   WS-SP-CODE (WS-SUPP-IX) ", ITEM "
035800                   ItemCode OF STOCK-RECORD " BRANCH "
035810                   BranchID OF STOCK-RECORD " DROPPED"
035900               GO TO 3000-RAISE-ORDER-LINE-EXIT
036000           END-IF.
036100           ADD 1 TO WS-SP-PO-LINE-COUNT (WS-SUPP-IX).
036700               TO WS-SP-PO-QTY (WS-SUPP-IX, WS-PO-LINE-IX).
036800           MOVE WS-SP-LEAD-TIME (WS-SUPP-IX, WS-LINK-IX)
036900               TO WS-SP-PO-LEAD (WS-SUPP-IX, WS-PO-LINE-IX).
036910           MOVE WS-SP-COST-PRICE (WS-SUPP-IX, WS-LINK-IX)
036920               TO WS-SP-PO-COST (WS-SUPP-IX, WS-PO-LINE-IX).
037000 3000-RAISE-ORDER-LINE-EXIT.
037100           EXIT.
037200
040100**----------------------------------------------------------*
040200*    7000-WRITE-ORDERS - FOR EACH SUPPLIER WITH QUEUED      *
040300*    LINES, ASSIGN THE NEXT PO NUMBER AND WRITE THE PO      *
040400*    FILE RECORDS AND THE REGISTER SECTION FOR THE ORDER    *
040410*    BRANCH, THEN CLEAR THE QUEUE FOR THE NEXT BRANCH       *
040500**----------------------------------------------------------*
040600 7000-WRITE-ORDERS.
040700           IF WS-SP-PO-LINE-COUNT (WS-SUPP-IX) = ZERO
041200           MOVE WS-PO-NUMBER          TO WS-PH-PO-NUMBER.
041300           MOVE WS-SP-CODE (WS-SUPP-IX) TO WS-PH-SUPPLIER.
041400           MOVE WS-SP-NAME (WS-SUPP-IX) TO WS-PH-NAME.
041410           MOVE WS-ORDER-BRANCH       TO WS-PH-BRANCH-ID.
041500           WRITE REGISTER-RECORD FROM WS-PO-HEADER-LINE.
041600           IF WS-REGISTER-STATUS NOT = "00"
041700               DISPLAY "FCPOGEN: REGISTER WRITE ERROR, STATUS="
042300               VARYING WS-PO-LINE-IX FROM 1 BY 1
042400               UNTIL WS-PO-LINE-IX >
042500                   WS-SP-PO-LINE-COUNT (WS-SUPP-IX).
042510           MOVE ZERO TO WS-SP-PO-LINE-COUNT (WS-SUPP-IX).
042600 7000-WRITE-ORDERS-EXIT.
042700           EXIT.
042800
043800               TO PO-ORDER-QTY.
043900           MOVE WS-SP-PO-LEAD (WS-SUPP-IX, WS-PO-LINE-IX)
044000               TO PO-LEAD-TIME.
044010           MOVE WS-ORDER-BRANCH TO PO-BRANCH-ID.
044020           MOVE WS-SP-PO-COST (WS-SUPP-IX, WS-PO-LINE-IX)
044030               TO PO-COST-PRICE.
044040           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
044100           WRITE PO-RECORD.
044200           IF WS-PO-STATUS NOT = "00"
044300               DISPLAY "FCPOGEN: PO-FILE WRITE ERROR, STATUS="
044500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
044600           END-IF.
044700           ADD 1 TO WS-PO-LINE-COUNT.
044710           PERFORM 7200-RECORD-OPEN-LINE
044720               THRU 7200-RECORD-OPEN-LINE-EXIT.
044800           MOVE WS-SP-PO-ITEM (WS-SUPP-IX, WS-PO-LINE-IX)
044900               TO WS-PL-ITEM-CODE.
045000           MOVE WS-SP-PO-QTY (WS-SUPP-IX, WS-PO-LINE-IX)
045900           END-IF.
046000 7100-WRITE-ONE-LINE-EXIT.
046100           EXIT.
046101
046102**----------------------------------------------------------*
046103*    7200-RECORD-OPEN-LINE - ADD THE PO LINE JUST WRITTEN   *
046104*    TO THE OPEN-PURCHASE-ORDER FILE, NOTHING YET RECEIVED  *
046105*    OR INVOICED. A SECOND RUN ON THE SAME DAY FINDS ITS    *
046106*    LINES ALREADY THERE AND LEAVES THEM ALONE              *
046107**----------------------------------------------------------*
046108 7200-RECORD-OPEN-LINE.
046109           MOVE PO-SUPPLIER-CODE TO SupplierCode OF POLINE-RECORD.
046110           MOVE PO-BRANCH-ID     TO BranchID OF POLINE-RECORD.
046111           MOVE PO-ITEM-CODE     TO ItemCode OF POLINE-RECORD.
046112           MOVE PO-ORDER-DATE    TO OrderDate OF POLINE-RECORD.
046113           MOVE PO-NUMBER        TO PONumber OF POLINE-RECORD.
046114           MOVE PO-ORDER-QTY
046115               TO OrderedQuantity OF POLINE-RECORD.
046116           MOVE ZERO TO ReceivedQuantity OF POLINE-RECORD.
046117           MOVE ZERO TO InvoicedQuantity OF POLINE-RECORD.
046118           MOVE PO-COST-PRICE
046119               TO AgreedCostPrice OF POLINE-RECORD.
046120           MOVE ZERO TO InvoicedAmount OF POLINE-RECORD.
046121           MOVE ZERO TO LastReceivedDate OF POLINE-RECORD.
046122           MOVE SPACES TO LastInvoiceNumber OF POLINE-RECORD.
046123           SET Open-PO-Line OF POLINE-RECORD TO TRUE.
046124           WRITE POLINE-RECORD
046125               INVALID KEY
046126                   ADD 1 TO WS-POLINE-DUP-COUNT
046127                   DISPLAY "FCPOGEN: PO " PO-NUMBER " ITEM "
046128                       PO-ITEM-CODE " ALREADY ON POLINES"
046129           END-WRITE.
046130 7200-RECORD-OPEN-LINE-EXIT.
046131           EXIT.
046200
046300**----------------------------------------------------------*
046400*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
046900           CLOSE PO-FILE.
047000           CLOSE REGISTER-FILE.
047100           CLOSE EXCEP-FILE.
047110           CLOSE POLINE-FILE.
047200           DISPLAY "FCPOGEN: " WS-SHORT-COUNT
047300               " ITEM(S) BELOW REORDER LEVEL, "
047310               WS-COVERED-COUNT " ALREADY COVERED ON ORDER, "
047320               WS-PO-COUNT
047400               " PO(S) RAISED, " WS-PO-LINE-COUNT
047500               " LINE(S), " WS-EXCEP-COUNT
047600               " ITEM(S) WITH NO SUPPLIER LINK".
047610           IF WS-POLINE-DUP-COUNT > ZERO
047620               DISPLAY "FCPOGEN: " WS-POLINE-DUP-COUNT
047630                   " LINE(S) ALREADY ON POLINES, EARLIER RUN"
047640           END-IF.
047700 8000-TERMINATE-EXIT.
047800           EXIT.
047900
