000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCINVMAT.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - THREE-WAY MATCH OF
000800*                          THE SUPPINV SUPPLIER INVOICE FEED
000900*                          AGAINST THE POLINES OPEN-PURCHASE-ORDER
001000*                          FILE. FCPOGEN RECORDS EACH PO LINE WITH
001100*                          ITS ORDERED QUANTITY AND AGREED COST
001200*                          PRICE, AND FCGRUPDT ADDS THE QUANTITY
001300*                          RECEIVED AGAINST IT; EACH INVOICE LINE
001400*                          IS CHECKED BY SUPPLIER, BRANCH AND ITEM
001500*                          AGAINST BOTH. AN INVOICE WHOSE LINES
001600*                          ALL MATCH IS BOOKED TO THE PO LINES AND
001700*                          RELEASED TO THE PAYEXTR PAYABLES
001800*                          EXTRACT; ANY DISCREPANCY HOLDS THE
001900*                          WHOLE INVOICE ON THE INVQRPT QUERY
002000*                          REPORT WITH NOTHING BOOKED. PO LINES
002100*                          BUYING HAS GIVEN UP ON ARRIVE ON THE
002200*                          POCLOSE FEED AND ARE CLOSED FIRST, AND
002300*                          EVERY LINE STILL OPEN IS LISTED ON THE
002400*                          POBALRPT OPEN-PO BALANCE REPORT.
002410*       15-OCT-2026  DP    A PO LINE CLOSED BY BUYING IS CUT BACK
002420*                          TO ITS RECEIVED QUANTITY AND STAYS OPEN
002430*                          UNTIL THE GOODS ALREADY RECEIVED ARE
002440*                          INVOICED, SO THE SUPPLIER'S INVOICE FOR
002450*                          THEM STILL MATCHES.
002500*      ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400           SELECT OPTIONAL CLOSE-FILE ASSIGN TO POCLOSE
003500               ORGANIZATION    IS LINE SEQUENTIAL
003600               FILE STATUS     IS WS-CLOSE-STATUS.
003700           SELECT OPTIONAL INV-FILE ASSIGN TO SUPPINV
003800               ORGANIZATION    IS LINE SEQUENTIAL
003900               FILE STATUS     IS WS-INV-STATUS.
004000           SELECT OPTIONAL POLINE-FILE ASSIGN TO POLINES
004100               ORGANIZATION    IS INDEXED
004200               ACCESS MODE     IS DYNAMIC
004300               RECORD KEY      IS POLineKey OF POLINE-RECORD
004400               FILE STATUS     IS WS-POLINE-STATUS.
004500           SELECT PAY-FILE     ASSIGN TO PAYEXTR
004600               ORGANIZATION    IS LINE SEQUENTIAL
004700               FILE STATUS     IS WS-PAY-STATUS.
004800           SELECT QUERY-FILE   ASSIGN TO INVQRPT
004900               ORGANIZATION    IS LINE SEQUENTIAL
005000               FILE STATUS     IS WS-QUERY-STATUS.
005100           SELECT BALANCE-FILE ASSIGN TO POBALRPT
005200               ORGANIZATION    IS LINE SEQUENTIAL
005300               FILE STATUS     IS WS-BALANCE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700**----------------------------------------------------------*
005800*    CLOSE-RECORD - ONE PO LINE BUYING HAS CLOSED, SHORT-   *
005900*    SHIPPED OR CANCELLED, IDENTIFIED BY ITS FULL KEY       *
006000**----------------------------------------------------------*
006100 FD  CLOSE-FILE.
006200 01  CLOSE-RECORD.
006300           05  CLS-SUPPLIER-CODE       PIC X(6).
006400           05  CLS-BRANCH-ID           PIC X(5).
006500           05  CLS-ITEM-CODE           PIC X(13).
006600           05  CLS-ORDER-DATE          PIC 9(8).
006700           05  CLS-PO-NUMBER           PIC 9(6).
006800
006900**----------------------------------------------------------*
007000*    INV-RECORD - ONE SUPPLIER INVOICE LINE. THE FEED IS    *
007100*    GROUPED BY SUPPLIER AND INVOICE NUMBER; THE UNIT PRICE *
007200*    AND LINE AMOUNT ARE IN PENCE                           *
007300**----------------------------------------------------------*
007400 FD  INV-FILE.
007500 01  INV-RECORD.
007600           05  INV-SUPPLIER-CODE       PIC X(6).
007700           05  INV-INVOICE-NUMBER      PIC X(10).
007800           05  INV-INVOICE-DATE        PIC 9(8).
007900           05  INV-BRANCH-ID           PIC X(5).
008000           05  INV-ITEM-CODE           PIC X(13).
008100           05  INV-QUANTITY            PIC 9(7)V9(3).
008200           05  INV-UNIT-PRICE          PIC 9(4).
008300           05  INV-LINE-AMOUNT         PIC 9(9).
008400
008500 FD  POLINE-FILE.
008600           COPY PurchaseOrderLine
008700               REPLACING ==PurchaseOrderLine==
008800                   BY ==POLINE-RECORD==.
008900
009000**----------------------------------------------------------*
009100*    PAY-RECORD - ONE MATCHED INVOICE RELEASED FOR PAYMENT, *
009200*    THE AMOUNT IN PENCE                                    *
009300**----------------------------------------------------------*
009400 FD  PAY-FILE.
009500 01  PAY-RECORD.
009600           05  PAY-SUPPLIER-CODE       PIC X(6).
009700           05  PAY-INVOICE-NUMBER      PIC X(10).
009800           05  PAY-INVOICE-DATE        PIC 9(8).
009900           05  PAY-LINE-COUNT          PIC 9(3).
010000           05  PAY-INVOICE-AMOUNT      PIC 9(9).
010100           05  PAY-MATCH-DATE          PIC 9(8).
010200
010300 FD  QUERY-FILE.
010400 01  QUERY-RECORD                PIC X(132).
010500
010600 FD  BALANCE-FILE.
010700 01  BALANCE-RECORD              PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-SWITCHES.
011100           05  WS-CLOSE-EOF-SWITCH  PIC X(01)    VALUE "N".
011200               88  END-OF-CLOSE-FILE         VALUE "Y".
011300           05  WS-INV-EOF-SWITCH    PIC X(01)    VALUE "N".
011400               88  END-OF-INV-FILE           VALUE "Y".
011500           05  WS-PO-SCAN-SWITCH    PIC X(01)    VALUE "N".
011600               88  END-OF-PO-SCAN            VALUE "Y".
011700           05  WS-OVERFLOW-SWITCH   PIC X(01)    VALUE "N".
011800               88  INVOICE-OVERFLOW          VALUE "Y".
011900
012000 01  WS-FILE-STATUSES.
012100           05  WS-CLOSE-STATUS      PIC X(02)    VALUE "00".
012200           05  WS-INV-STATUS        PIC X(02)    VALUE "00".
012300           05  WS-POLINE-STATUS     PIC X(02)    VALUE "00".
012400           05  WS-PAY-STATUS        PIC X(02)    VALUE "00".
012500           05  WS-QUERY-STATUS      PIC X(02)    VALUE "00".
012600           05  WS-BALANCE-STATUS    PIC X(02)    VALUE "00".
012700
012800 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
012900
013000 01  WS-INDICES.
013100           05  WS-IL-IX             PIC 9(3)     COMP
013200               VALUE ZERO.
013300           05  WS-DUP-IX            PIC 9(3)     COMP
013400               VALUE ZERO.
013500
013600 01  WS-COUNTERS.
013700           05  WS-CLOSE-COUNT       PIC 9(6)     COMP
013800               VALUE ZERO.
013900           05  WS-CLOSE-REJ-COUNT   PIC 9(6)     COMP
014000               VALUE ZERO.
014100           05  WS-INV-LINE-COUNT    PIC 9(9)     COMP
014200               VALUE ZERO.
014300           05  WS-INVOICE-COUNT     PIC 9(6)     COMP
014400               VALUE ZERO.
014500           05  WS-RELEASED-COUNT    PIC 9(6)     COMP
014600               VALUE ZERO.
014700           05  WS-QUERIED-COUNT     PIC 9(6)     COMP
014800               VALUE ZERO.
014900           05  WS-FULLY-MATCHED-COUNT PIC 9(6)   COMP
015000               VALUE ZERO.
015100           05  WS-OPEN-LINE-COUNT   PIC 9(6)     COMP
015200               VALUE ZERO.
015300           05  WS-RELEASED-AMOUNT   PIC S9(11)   COMP-3
015400               VALUE ZERO.
015500
015600**----------------------------------------------------------*
015700*    WS-INVOICE - THE INVOICE BEING MATCHED: ITS HEADER,    *
015800*    ITS LINES AS READ, AND EACH LINE'S QUERY REASON (BLANK *
015900*    WHEN THE LINE MATCHES). LINES PAST THE FIFTIETH ARE    *
016000*    NOT HELD AND QUERY THE WHOLE INVOICE                   *
016100**----------------------------------------------------------*
016200 01  WS-INVOICE.
016300           05  WS-IV-SUPPLIER-CODE  PIC X(6)     VALUE SPACES.
016400           05  WS-IV-INVOICE-NUMBER PIC X(10)    VALUE SPACES.
016500           05  WS-IV-INVOICE-DATE   PIC 9(8)     VALUE ZERO.
016600           05  WS-IV-AMOUNT         PIC S9(11)   COMP-3
016700               VALUE ZERO.
016800           05  WS-IV-FAIL-COUNT     PIC 9(3)     COMP
016900               VALUE ZERO.
017000           05  WS-IL-COUNT          PIC 9(3)     COMP
017100               VALUE ZERO.
017200           05  WS-IL-ENTRY          OCCURS 50 TIMES.
017300               10  WS-IL-BRANCH-ID      PIC X(5).
017400               10  WS-IL-ITEM-CODE      PIC X(13).
017500               10  WS-IL-QUANTITY       PIC 9(7)V9(3)  COMP-3.
017600               10  WS-IL-UNIT-PRICE     PIC 9(4).
017700               10  WS-IL-LINE-AMOUNT    PIC 9(9).
017800               10  WS-IL-REASON         PIC X(28).
017900
018000**----------------------------------------------------------*
018100*    WS-MATCH-WORK - THE SUPPLIER, BRANCH AND ITEM BEING    *
018200*    MATCHED, AND WHAT ITS OPEN PO LINES STILL ALLOW TO BE  *
018300*    INVOICED: AGAINST THE QUANTITY ORDERED, AGAINST THE    *
018400*    QUANTITY RECEIVED, AND AT WHAT AGREED COST             *
018500**----------------------------------------------------------*
018600 01  WS-MATCH-KEY.
018700           05  WS-MK-SUPPLIER-CODE  PIC X(6)     VALUE SPACES.
018800           05  WS-MK-BRANCH-ID      PIC X(5)     VALUE SPACES.
018900           05  WS-MK-ITEM-CODE      PIC X(13)    VALUE SPACES.
019000
019100 01  WS-MATCH-WORK.
019200           05  WS-PO-LINES-OPEN     PIC 9(3)     COMP
019300               VALUE ZERO.
019400           05  WS-AVAIL-ORDERED     PIC S9(9)V9(3) COMP-3
019500               VALUE ZERO.
019600           05  WS-AVAIL-RECEIVED    PIC S9(9)V9(3) COMP-3
019700               VALUE ZERO.
019800           05  WS-AGREED-PRICE      PIC S9(4)    COMP-3
019900               VALUE ZERO.
020000           05  WS-PRICE-SWITCH      PIC X(01)    VALUE "N".
020100               88  AGREED-PRICE-TAKEN        VALUE "Y".
020200           05  WS-EXPECTED-AMOUNT   PIC S9(11)   COMP-3
020300               VALUE ZERO.
020400           05  WS-ALLOC-REMAINING   PIC S9(9)V9(3) COMP-3
020500               VALUE ZERO.
020600           05  WS-ALLOC-QTY         PIC S9(9)V9(3) COMP-3
020700               VALUE ZERO.
020800           05  WS-LINE-UNBILLED     PIC S9(9)V9(3) COMP-3
020900               VALUE ZERO.
021000           05  WS-LINE-AMOUNT       PIC S9(11)   COMP-3
021100               VALUE ZERO.
021200
021300**----------------------------------------------------------*
021400*    WS-BALANCE-WORK - THE OPEN PO LINE BEING PRINTED       *
021500**----------------------------------------------------------*
021600 01  WS-BALANCE-WORK.
021700           05  WS-TO-COME           PIC S9(9)V9(3) COMP-3
021800               VALUE ZERO.
021900           05  WS-TO-COME-VALUE     PIC S9(11)   COMP-3
022000               VALUE ZERO.
022100           05  WS-TOTAL-TO-COME-VALUE PIC S9(13) COMP-3
022200               VALUE ZERO.
022300
022400**----------------------------------------------------------*
022500*    PRINT LINE LAYOUTS - MOVED TO QUERY-RECORD OR          *
022600*    BALANCE-RECORD WITH WRITE ... FROM                     *
022700**----------------------------------------------------------*
022800 01  WS-QUERY-HEADING.
022900           05  FILLER               PIC X(45)
023000               VALUE "FCINVMAT - SUPPLIER INVOICE QUERIES".
023100           05  FILLER               PIC X(09)
023200               VALUE "RUN DATE=".
023300           05  WS-QH-RUN-DATE       PIC 9(8).
023400
023500 01  WS-BALANCE-HEADING.
023600           05  FILLER               PIC X(45)
023700               VALUE "FCINVMAT - OPEN PURCHASE ORDER BALANCE".
023800           05  FILLER               PIC X(09)
023900               VALUE "RUN DATE=".
024000           05  WS-BH-RUN-DATE       PIC 9(8).
024100
024200 01  WS-SECTION-LINE.
024300           05  WS-SL-TEXT           PIC X(60).
024400
024500 01  WS-BLANK-LINE                PIC X(01)    VALUE SPACE.
024600
024700 01  WS-QUERY-LINE.
024800           05  FILLER               PIC X(05)    VALUE "SUPP ".
024900           05  WS-QL-SUPPLIER-CODE  PIC X(6).
025000           05  FILLER               PIC X(05)    VALUE " INV ".
025100           05  WS-QL-INVOICE-NUMBER PIC X(10).
025200           05  FILLER               PIC X(08)    VALUE " BRANCH ".
025300           05  WS-QL-BRANCH-ID      PIC X(5).
025400           05  FILLER               PIC X(06)    VALUE " ITEM ".
025500           05  WS-QL-ITEM-CODE      PIC X(13).
025600           05  FILLER               PIC X(05)    VALUE " QTY=".
025700           05  WS-QL-QUANTITY       PIC Z(6)9.9(3).
025800           05  FILLER               PIC X(07)    VALUE " PRICE=".
025900           05  WS-QL-UNIT-PRICE     PIC Z(3)9.
026000           05  FILLER               PIC X(08)    VALUE " AMOUNT=".
026100           05  WS-QL-LINE-AMOUNT    PIC Z(8)9.
026200           05  FILLER               PIC X(01)    VALUE SPACE.
026300           05  WS-QL-REASON         PIC X(28).
026400
026500 01  WS-CLOSE-LINE.
026600           05  FILLER               PIC X(05)    VALUE "SUPP ".
026700           05  WS-CL-SUPPLIER-CODE  PIC X(6).
026800           05  FILLER               PIC X(08)    VALUE " BRANCH ".
026900           05  WS-CL-BRANCH-ID      PIC X(5).
027000           05  FILLER               PIC X(06)    VALUE " ITEM ".
027100           05  WS-CL-ITEM-CODE      PIC X(13).
027200           05  FILLER               PIC X(04)    VALUE " PO ".
027300           05  WS-CL-PO-NUMBER      PIC 9(6).
027400           05  FILLER               PIC X(01)    VALUE "/".
027500           05  WS-CL-ORDER-DATE     PIC 9(8).
027600           05  FILLER               PIC X(03)    VALUE " - ".
027700           05  WS-CL-RESULT         PIC X(30).
027800
027900 01  WS-BALANCE-LINE.
028000           05  FILLER               PIC X(05)    VALUE "SUPP ".
028100           05  WS-BL-SUPPLIER-CODE  PIC X(6).
028200           05  FILLER               PIC X(08)    VALUE " BRANCH ".
028300           05  WS-BL-BRANCH-ID      PIC X(5).
028400           05  FILLER               PIC X(06)    VALUE " ITEM ".
028500           05  WS-BL-ITEM-CODE      PIC X(13).
028600           05  FILLER               PIC X(04)    VALUE " PO ".
028700           05  WS-BL-PO-NUMBER      PIC 9(6).
028800           05  FILLER               PIC X(01)    VALUE "/".
028900           05  WS-BL-ORDER-DATE     PIC 9(8).
029000           05  FILLER               PIC X(05)    VALUE " ORD=".
029100           05  WS-BL-ORDERED        PIC Z(6)9.9(3).
029200           05  FILLER               PIC X(05)    VALUE " RCV=".
029300           05  WS-BL-RECEIVED       PIC Z(6)9.9(3).
029400           05  FILLER               PIC X(05)    VALUE " INV=".
029500           05  WS-BL-INVOICED       PIC Z(6)9.9(3).
029600           05  FILLER               PIC X(01)    VALUE SPACE.
029700           05  WS-BL-STATUS         PIC X(17).
029800
029900 01  WS-BALANCE-TOTAL-LINE.
030000           05  FILLER               PIC X(15)
030100               VALUE "OPEN PO LINES: ".
030200           05  WS-BT-LINES          PIC Z(5)9.
030300           05  FILLER               PIC X(28)
030400               VALUE "  STILL TO COME AT COST (P):".
030500           05  WS-BT-VALUE          PIC Z(12)9.
030600
030700 PROCEDURE DIVISION.
030800
030900**----------------------------------------------------------*
031000*    0000-MAINLINE                                          *
031100**----------------------------------------------------------*
031200 0000-MAINLINE.
031300           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
031400           PERFORM 1100-APPLY-CLOSURE
031500               THRU 1100-APPLY-CLOSURE-EXIT
031600               UNTIL END-OF-CLOSE-FILE.
031700           PERFORM 2000-MATCH-INVOICE
031800               THRU 2000-MATCH-INVOICE-EXIT
031900               UNTIL END-OF-INV-FILE.
032000           PERFORM 3000-REPORT-OPEN-LINES
032100               THRU 3000-REPORT-OPEN-LINES-EXIT.
032200           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
032300           STOP RUN.
032400
032500**----------------------------------------------------------*
032600*    1000-INITIALISE - OPEN THE FILES, HEAD BOTH REPORTS    *
032700*    AND PRIME THE CLOSURE AND INVOICE FEEDS                *
032800**----------------------------------------------------------*
032900 1000-INITIALISE.
033000           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033100           OPEN I-O    POLINE-FILE.
033200           IF WS-POLINE-STATUS NOT = "00"
033300               AND WS-POLINE-STATUS NOT = "05"
033400               DISPLAY "FCINVMAT: POLINES OPEN FAILED, STATUS="
033500                   WS-POLINE-STATUS
033600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
033700           END-IF.
033800           OPEN INPUT  CLOSE-FILE.
033900           IF WS-CLOSE-STATUS NOT = "00"
034000               AND WS-CLOSE-STATUS NOT = "05"
034100               DISPLAY "FCINVMAT: POCLOSE OPEN FAILED, STATUS="
034200                   WS-CLOSE-STATUS
034300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034400           END-IF.
034500           OPEN INPUT  INV-FILE.
034600           IF WS-INV-STATUS NOT = "00"
034700               AND WS-INV-STATUS NOT = "05"
034800               DISPLAY "FCINVMAT: SUPPINV OPEN FAILED, STATUS="
034900                   WS-INV-STATUS
035000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035100           END-IF.
035200           OPEN OUTPUT PAY-FILE.
035300           IF WS-PAY-STATUS NOT = "00"
035400               DISPLAY "FCINVMAT: PAYEXTR OPEN FAILED, STATUS="
035500                   WS-PAY-STATUS
035600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035700           END-IF.
035800           OPEN OUTPUT QUERY-FILE.
035900           IF WS-QUERY-STATUS NOT = "00"
036000               DISPLAY "FCINVMAT: INVQRPT OPEN FAILED, STATUS="
036100                   WS-QUERY-STATUS
036200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036300           END-IF.
036400           OPEN OUTPUT BALANCE-FILE.
036500           IF WS-BALANCE-STATUS NOT = "00"
036600               DISPLAY "FCINVMAT: POBALRPT OPEN FAILED, STATUS="
036700                   WS-BALANCE-STATUS
036800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036900           END-IF.
037000           MOVE WS-RUN-DATE TO WS-QH-RUN-DATE.
037100           MOVE WS-QUERY-HEADING TO QUERY-RECORD.
037200           PERFORM 7900-WRITE-QUERY THRU 7900-WRITE-QUERY-EXIT.
037300           MOVE WS-BLANK-LINE TO QUERY-RECORD.
037400           PERFORM 7900-WRITE-QUERY THRU 7900-WRITE-QUERY-EXIT.
037500           MOVE WS-RUN-DATE TO WS-BH-RUN-DATE.
037600           MOVE WS-BALANCE-HEADING TO BALANCE-RECORD.
037700           PERFORM 7910-WRITE-BALANCE
037800               THRU 7910-WRITE-BALANCE-EXIT.
037900           MOVE WS-BLANK-LINE TO BALANCE-RECORD.
038000           PERFORM 7910-WRITE-BALANCE
038100               THRU 7910-WRITE-BALANCE-EXIT.
038200           MOVE "PO LINES CLOSED BY BUYING" TO WS-SL-TEXT.
038300           MOVE WS-SECTION-LINE TO BALANCE-RECORD.
038400           PERFORM 7910-WRITE-BALANCE
038500               THRU 7910-WRITE-BALANCE-EXIT.
038600           PERFORM 1900-READ-CLOSE-FILE
038700               THRU 1900-READ-CLOSE-FILE-EXIT.
038800           PERFORM 2900-READ-INV-FILE
038900               THRU 2900-READ-INV-FILE-EXIT.
039000 1000-INITIALISE-EXIT.
039100           EXIT.
039200
039300**----------------------------------------------------------*
039400*    1100-APPLY-CLOSURE - CLOSE ONE PO LINE BUYING EXPECTS  *
039500*    NOTHING MORE ON, WHATEVER HAS BEEN RECEIVED AGAINST IT *
039600**----------------------------------------------------------*
039700 1100-APPLY-CLOSURE.
039800           MOVE CLS-SUPPLIER-CODE TO WS-CL-SUPPLIER-CODE.
039900           MOVE CLS-BRANCH-ID     TO WS-CL-BRANCH-ID.
040000           MOVE CLS-ITEM-CODE     TO WS-CL-ITEM-CODE.
040100           MOVE CLS-PO-NUMBER     TO WS-CL-PO-NUMBER.
040200           MOVE CLS-ORDER-DATE    TO WS-CL-ORDER-DATE.
040300           MOVE CLS-SUPPLIER-CODE
040400               TO SupplierCode OF POLINE-RECORD.
040500           MOVE CLS-BRANCH-ID     TO BranchID OF POLINE-RECORD.
040600           MOVE CLS-ITEM-CODE     TO ItemCode OF POLINE-RECORD.
040700           MOVE CLS-ORDER-DATE    TO OrderDate OF POLINE-RECORD.
040800           MOVE CLS-PO-NUMBER     TO PONumber OF POLINE-RECORD.
040900           READ POLINE-FILE
041000               INVALID KEY
041100                   MOVE "REJECTED - NOT ON POLINES"
041200                       TO WS-CL-RESULT
041300                   ADD 1 TO WS-CLOSE-REJ-COUNT
041400               NOT INVALID KEY
041500                   PERFORM 1200-CLOSE-PO-LINE
041600                       THRU 1200-CLOSE-PO-LINE-EXIT
041700           END-READ.
041800           MOVE WS-CLOSE-LINE TO BALANCE-RECORD.
041900           PERFORM 7910-WRITE-BALANCE
042000               THRU 7910-WRITE-BALANCE-EXIT.
042100           PERFORM 1900-READ-CLOSE-FILE
042200               THRU 1900-READ-CLOSE-FILE-EXIT.
042300 1100-APPLY-CLOSURE-EXIT.
042400           EXIT.
042500
042600**----------------------------------------------------------*
042700*    1200-CLOSE-PO-LINE - CUT THE ORDERED QUANTITY BACK TO  *
042710*    WHAT HAS BEEN RECEIVED. A LINE BILLED FOR ALL OF IT    *
042720*    CLOSES NOW; ONE WITH GOODS STILL TO BE BILLED STAYS    *
042730*    OPEN FOR THE SUPPLIER'S INVOICE, AND 2410 CLOSES IT    *
042740*    WHEN THAT IS BOOKED                                    *
042800**----------------------------------------------------------*
042900 1200-CLOSE-PO-LINE.
043000           IF Closed-PO-Line OF POLINE-RECORD
043100               MOVE "REJECTED - ALREADY CLOSED" TO WS-CL-RESULT
043200               ADD 1 TO WS-CLOSE-REJ-COUNT
043300               GO TO 1200-CLOSE-PO-LINE-EXIT
043400           END-IF.
043410           MOVE ReceivedQuantity OF POLINE-RECORD
043420               TO OrderedQuantity OF POLINE-RECORD.
043430           IF InvoicedQuantity OF POLINE-RECORD
043440               NOT < ReceivedQuantity OF POLINE-RECORD
043450               SET Closed-PO-Line OF POLINE-RECORD TO TRUE
043460               MOVE "CLOSED" TO WS-CL-RESULT
043470           ELSE
043480               MOVE "CUT TO RECEIVED, TO BE BILLED"
043490                   TO WS-CL-RESULT
043500           END-IF.
043600           REWRITE POLINE-RECORD.
043700           IF WS-POLINE-STATUS NOT = "00"
043800               DISPLAY "FCINVMAT: POLINES REWRITE ERROR, STATUS="
043900                   WS-POLINE-STATUS
044000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
044100           END-IF.
044300           ADD 1 TO WS-CLOSE-COUNT.
044400 1200-CLOSE-PO-LINE-EXIT.
044500           EXIT.
044600
044700**----------------------------------------------------------*
044800*    1900-READ-CLOSE-FILE                                   *
044900**----------------------------------------------------------*
045000 1900-READ-CLOSE-FILE.
045100           READ CLOSE-FILE
045200               AT END
045300                   SET END-OF-CLOSE-FILE TO TRUE
045400           END-READ.
045500           IF NOT END-OF-CLOSE-FILE
045600               AND WS-CLOSE-STATUS NOT = "00"
045700               DISPLAY "FCINVMAT: POCLOSE READ ERROR, STATUS="
045800                   WS-CLOSE-STATUS
045900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
046000           END-IF.
046100 1900-READ-CLOSE-FILE-EXIT.
046200           EXIT.
046300
046400**----------------------------------------------------------*
046500*    2000-MATCH-INVOICE - GATHER ONE INVOICE'S LINES, CHECK *
046600*    EVERY LINE, THEN EITHER BOOK AND RELEASE THE INVOICE   *
046700*    OR HOLD ALL OF IT ON THE QUERY REPORT                  *
046800**----------------------------------------------------------*
046900 2000-MATCH-INVOICE.
047000           ADD 1 TO WS-INVOICE-COUNT.
047100           MOVE INV-SUPPLIER-CODE  TO WS-IV-SUPPLIER-CODE.
047200           MOVE INV-INVOICE-NUMBER TO WS-IV-INVOICE-NUMBER.
047300           MOVE INV-INVOICE-DATE   TO WS-IV-INVOICE-DATE.
047400           MOVE ZERO TO WS-IV-AMOUNT.
047500           MOVE ZERO TO WS-IV-FAIL-COUNT.
047600           MOVE ZERO TO WS-IL-COUNT.
047700           MOVE "N" TO WS-OVERFLOW-SWITCH.
047800           PERFORM 2100-HOLD-INVOICE-LINE
047900               THRU 2100-HOLD-INVOICE-LINE-EXIT
048000               UNTIL END-OF-INV-FILE
048100                   OR INV-SUPPLIER-CODE NOT = WS-IV-SUPPLIER-CODE
048200                   OR INV-INVOICE-NUMBER
048300                   NOT = WS-IV-INVOICE-NUMBER.
048400           PERFORM 2200-CHECK-INVOICE-LINE
048500               THRU 2200-CHECK-INVOICE-LINE-EXIT
048600               VARYING WS-IL-IX FROM 1 BY 1
048700               UNTIL WS-IL-IX > WS-IL-COUNT.
048800           IF WS-IV-FAIL-COUNT = ZERO
048900               AND NOT INVOICE-OVERFLOW
049000               PERFORM 2400-BOOK-INVOICE-LINE
049100                   THRU 2400-BOOK-INVOICE-LINE-EXIT
049200                   VARYING WS-IL-IX FROM 1 BY 1
049300                   UNTIL WS-IL-IX > WS-IL-COUNT
049400               PERFORM 2500-RELEASE-INVOICE
049500                   THRU 2500-RELEASE-INVOICE-EXIT
049600           ELSE
049700               PERFORM 7000-WRITE-QUERY-LINE
049800                   THRU 7000-WRITE-QUERY-LINE-EXIT
049900                   VARYING WS-IL-IX FROM 1 BY 1
050000                   UNTIL WS-IL-IX > WS-IL-COUNT
050100               MOVE WS-BLANK-LINE TO QUERY-RECORD
050200               PERFORM 7900-WRITE-QUERY THRU 7900-WRITE-QUERY-EXIT
050300               ADD 1 TO WS-QUERIED-COUNT
050400           END-IF.
050500 2000-MATCH-INVOICE-EXIT.
050600           EXIT.
050700
050800**----------------------------------------------------------*
050900*    2100-HOLD-INVOICE-LINE - KEEP ONE INVOICE LINE FOR     *
051000*    CHECKING AND READ THE NEXT                             *
051100**----------------------------------------------------------*
051200 2100-HOLD-INVOICE-LINE.
051300           ADD 1 TO WS-INV-LINE-COUNT.
051400           IF WS-IL-COUNT >= 50
051500               SET INVOICE-OVERFLOW TO TRUE
051600               DISPLAY "FCINVMAT: INVOICE " WS-IV-INVOICE-NUMBER
051700                   " SUPPLIER " WS-IV-SUPPLIER-CODE
051800                   " OVER 50 LINES, LINE NOT HELD"
051900           ELSE
052000               ADD 1 TO WS-IL-COUNT
052100               MOVE INV-BRANCH-ID
052200                   TO WS-IL-BRANCH-ID (WS-IL-COUNT)
052300               MOVE INV-ITEM-CODE
052400                   TO WS-IL-ITEM-CODE (WS-IL-COUNT)
052500               MOVE INV-QUANTITY
052600                   TO WS-IL-QUANTITY (WS-IL-COUNT)
052700               MOVE INV-UNIT-PRICE
052800                   TO WS-IL-UNIT-PRICE (WS-IL-COUNT)
052900               MOVE INV-LINE-AMOUNT
053000                   TO WS-IL-LINE-AMOUNT (WS-IL-COUNT)
053100               MOVE SPACES TO WS-IL-REASON (WS-IL-COUNT)
053200               ADD INV-LINE-AMOUNT TO WS-IV-AMOUNT
053300           END-IF.
053400           PERFORM 2900-READ-INV-FILE
053500               THRU 2900-READ-INV-FILE-EXIT.
053600 2100-HOLD-INVOICE-LINE-EXIT.
053700           EXIT.
053800
053900**----------------------------------------------------------*
054000*    2200-CHECK-INVOICE-LINE - MATCH ONE INVOICE LINE TO    *
054100*    WHAT THE SUPPLIER'S OPEN PO LINES FOR THE BRANCH AND   *
054200*    ITEM STILL ALLOW: NOT MORE THAN WAS ORDERED, NOT MORE  *
054300*    THAN HAS ARRIVED, AT THE AGREED COST, CORRECTLY        *
054400*    EXTENDED. THE FIRST FAILURE FOUND IS THE REASON GIVEN  *
054500**----------------------------------------------------------*
054600 2200-CHECK-INVOICE-LINE.
054700           IF INVOICE-OVERFLOW
054800               MOVE "INVOICE OVER 50 LINES"
054900                   TO WS-IL-REASON (WS-IL-IX)
055000               ADD 1 TO WS-IV-FAIL-COUNT
055100               GO TO 2200-CHECK-INVOICE-LINE-EXIT
055200           END-IF.
055300           PERFORM 2210-CHECK-REPEAT
055400               THRU 2210-CHECK-REPEAT-EXIT
055500               VARYING WS-DUP-IX FROM 1 BY 1
055600               UNTIL WS-DUP-IX >= WS-IL-IX.
055700           IF WS-IL-REASON (WS-IL-IX) NOT = SPACES
055800               ADD 1 TO WS-IV-FAIL-COUNT
055900               GO TO 2200-CHECK-INVOICE-LINE-EXIT
056000           END-IF.
056100           MOVE WS-IV-SUPPLIER-CODE TO WS-MK-SUPPLIER-CODE.
056200           MOVE WS-IL-BRANCH-ID (WS-IL-IX) TO WS-MK-BRANCH-ID.
056300           MOVE WS-IL-ITEM-CODE (WS-IL-IX) TO WS-MK-ITEM-CODE.
056400           MOVE ZERO TO WS-PO-LINES-OPEN.
056500           MOVE ZERO TO WS-AVAIL-ORDERED.
056600           MOVE ZERO TO WS-AVAIL-RECEIVED.
056700           MOVE ZERO TO WS-AGREED-PRICE.
056800           MOVE "N" TO WS-PRICE-SWITCH.
056900           PERFORM 2600-START-PO-SCAN
057000               THRU 2600-START-PO-SCAN-EXIT.
057100           PERFORM 2300-ADD-UP-PO-LINE
057200               THRU 2300-ADD-UP-PO-LINE-EXIT
057300               UNTIL END-OF-PO-SCAN.
057400           COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
057500               WS-IL-QUANTITY (WS-IL-IX)
057600               * WS-IL-UNIT-PRICE (WS-IL-IX).
057700           EVALUATE TRUE
057800               WHEN WS-IL-QUANTITY (WS-IL-IX) = ZERO
057900                   MOVE "ZERO QUANTITY INVOICED"
058000                       TO WS-IL-REASON (WS-IL-IX)
058100               WHEN WS-PO-LINES-OPEN = ZERO
058200                   MOVE "NOT ON AN OPEN PO LINE"
058300                       TO WS-IL-REASON (WS-IL-IX)
058400               WHEN WS-IL-QUANTITY (WS-IL-IX) > WS-AVAIL-ORDERED
058500                   MOVE "QTY OVER QTY ORDERED"
058600                       TO WS-IL-REASON (WS-IL-IX)
058700               WHEN WS-IL-QUANTITY (WS-IL-IX) > WS-AVAIL-RECEIVED
058800                   MOVE "QTY OVER QTY RECEIVED"
058900                       TO WS-IL-REASON (WS-IL-IX)
059000               WHEN WS-AGREED-PRICE = ZERO
059100                   MOVE "NO AGREED COST ON PO LINE"
059200                       TO WS-IL-REASON (WS-IL-IX)
059300               WHEN WS-IL-UNIT-PRICE (WS-IL-IX)
059400                   NOT = WS-AGREED-PRICE
059500                   MOVE "PRICE NOT AGREED COST"
059600                       TO WS-IL-REASON (WS-IL-IX)
059700               WHEN WS-IL-LINE-AMOUNT (WS-IL-IX)
059800                   NOT = WS-EXPECTED-AMOUNT
059900                   MOVE "AMOUNT NOT QTY X PRICE"
060000                       TO WS-IL-REASON (WS-IL-IX)
060100           END-EVALUATE.
060200           IF WS-IL-REASON (WS-IL-IX) NOT = SPACES
060300               ADD 1 TO WS-IV-FAIL-COUNT
060400           END-IF.
060500 2200-CHECK-INVOICE-LINE-EXIT.
060600           EXIT.
060700
060800**----------------------------------------------------------*
060900*    2210-CHECK-REPEAT - AN ITEM BILLED TWICE FOR THE SAME  *
061000*    BRANCH ON ONE INVOICE IS QUERIED ON ITS SECOND LINE    *
061100**----------------------------------------------------------*
061200 2210-CHECK-REPEAT.
061300           IF WS-IL-BRANCH-ID (WS-DUP-IX)
061400               = WS-IL-BRANCH-ID (WS-IL-IX)
061500               AND WS-IL-ITEM-CODE (WS-DUP-IX)
061600               = WS-IL-ITEM-CODE (WS-IL-IX)
061700               MOVE "ITEM REPEATED ON INVOICE"
061800                   TO WS-IL-REASON (WS-IL-IX)
061900           END-IF.
062000 2210-CHECK-REPEAT-EXIT.
062100           EXIT.
062200
062300**----------------------------------------------------------*
062400*    2300-ADD-UP-PO-LINE - ADD ONE OPEN PO LINE'S UNBILLED  *
062500*    ORDERED AND RECEIVED QUANTITIES TO THE MATCH TOTALS.   *
062600*    THE AGREED COST IS THE OLDEST LINE STILL TO BE BILLED  *
062700**----------------------------------------------------------*
062800 2300-ADD-UP-PO-LINE.
062900           PERFORM 2610-READ-PO-SCAN
063000               THRU 2610-READ-PO-SCAN-EXIT.
063100           IF END-OF-PO-SCAN
063200               GO TO 2300-ADD-UP-PO-LINE-EXIT
063300           END-IF.
063400           IF NOT Open-PO-Line OF POLINE-RECORD
063500               GO TO 2300-ADD-UP-PO-LINE-EXIT
063600           END-IF.
063700           ADD 1 TO WS-PO-LINES-OPEN.
063800           COMPUTE WS-AVAIL-ORDERED = WS-AVAIL-ORDERED
063900               + OrderedQuantity OF POLINE-RECORD
064000               - InvoicedQuantity OF POLINE-RECORD.
064100           COMPUTE WS-LINE-UNBILLED =
064200               ReceivedQuantity OF POLINE-RECORD
064300               - InvoicedQuantity OF POLINE-RECORD.
064400           IF WS-LINE-UNBILLED > ZERO
064500               ADD WS-LINE-UNBILLED TO WS-AVAIL-RECEIVED
064600               IF NOT AGREED-PRICE-TAKEN
064700                   MOVE AgreedCostPrice OF POLINE-RECORD
064800                       TO WS-AGREED-PRICE
064900                   SET AGREED-PRICE-TAKEN TO TRUE
065000               END-IF
065100           END-IF.
065200 2300-ADD-UP-PO-LINE-EXIT.
065300           EXIT.
065400
065500**----------------------------------------------------------*
065600*    2400-BOOK-INVOICE-LINE - BOOK ONE MATCHED INVOICE LINE *
065700*    TO ITS PO LINES, OLDEST FIRST                          *
065800**----------------------------------------------------------*
065900 2400-BOOK-INVOICE-LINE.
066000           MOVE WS-IV-SUPPLIER-CODE TO WS-MK-SUPPLIER-CODE.
066100           MOVE WS-IL-BRANCH-ID (WS-IL-IX) TO WS-MK-BRANCH-ID.
066200           MOVE WS-IL-ITEM-CODE (WS-IL-IX) TO WS-MK-ITEM-CODE.
066300           MOVE WS-IL-QUANTITY (WS-IL-IX) TO WS-ALLOC-REMAINING.
066400           PERFORM 2600-START-PO-SCAN
066500               THRU 2600-START-PO-SCAN-EXIT.
066600           PERFORM 2410-BOOK-TO-PO-LINE
066700               THRU 2410-BOOK-TO-PO-LINE-EXIT
066800               UNTIL END-OF-PO-SCAN
066900                   OR WS-ALLOC-REMAINING = ZERO.
067000 2400-BOOK-INVOICE-LINE-EXIT.
067100           EXIT.
067200
067300**----------------------------------------------------------*
067400*    2410-BOOK-TO-PO-LINE - BILL AS MUCH OF THE INVOICE     *
067500*    LINE AS THE NEXT OPEN PO LINE HAS RECEIVED AND NOT YET *
067600*    BILLED. A LINE BILLED FOR ALL IT ORDERED IS CLOSED     *
067700**----------------------------------------------------------*
067800 2410-BOOK-TO-PO-LINE.
067900           PERFORM 2610-READ-PO-SCAN
068000               THRU 2610-READ-PO-SCAN-EXIT.
068100           IF END-OF-PO-SCAN
068200               GO TO 2410-BOOK-TO-PO-LINE-EXIT
068300           END-IF.
068400           COMPUTE WS-LINE-UNBILLED =
068500               ReceivedQuantity OF POLINE-RECORD
068600               - InvoicedQuantity OF POLINE-RECORD.
068700           IF NOT Open-PO-Line OF POLINE-RECORD
068800               OR WS-LINE-UNBILLED NOT > ZERO
068900               GO TO 2410-BOOK-TO-PO-LINE-EXIT
069000           END-IF.
069100           IF WS-LINE-UNBILLED < WS-ALLOC-REMAINING
069200               MOVE WS-LINE-UNBILLED TO WS-ALLOC-QTY
069300           ELSE
069400               MOVE WS-ALLOC-REMAINING TO WS-ALLOC-QTY
069500           END-IF.
069600           COMPUTE WS-LINE-AMOUNT ROUNDED =
069700               WS-ALLOC-QTY * WS-IL-UNIT-PRICE (WS-IL-IX).
069800           ADD WS-ALLOC-QTY TO InvoicedQuantity OF POLINE-RECORD.
069900           ADD WS-LINE-AMOUNT TO InvoicedAmount OF POLINE-RECORD.
070000           SUBTRACT WS-ALLOC-QTY FROM WS-ALLOC-REMAINING.
070100           MOVE WS-IV-INVOICE-NUMBER
070200               TO LastInvoiceNumber OF POLINE-RECORD.
070300           IF InvoicedQuantity OF POLINE-RECORD
070400               NOT < OrderedQuantity OF POLINE-RECORD
070500               SET Closed-PO-Line OF POLINE-RECORD TO TRUE
070600               ADD 1 TO WS-FULLY-MATCHED-COUNT
070700           END-IF.
070800           REWRITE POLINE-RECORD.
070900           IF WS-POLINE-STATUS NOT = "00"
071000               DISPLAY "FCINVMAT: POLINES REWRITE ERROR, STATUS="
071100                   WS-POLINE-STATUS
071200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
071300           END-IF.
071400 2410-BOOK-TO-PO-LINE-EXIT.
071500           EXIT.
071600
071700**----------------------------------------------------------*
071800*    2500-RELEASE-INVOICE - PASS THE MATCHED INVOICE TO     *
071900*    PAYABLES                                               *
072000**----------------------------------------------------------*
072100 2500-RELEASE-INVOICE.
072200           MOVE WS-IV-SUPPLIER-CODE  TO PAY-SUPPLIER-CODE.
072300           MOVE WS-IV-INVOICE-NUMBER TO PAY-INVOICE-NUMBER.
072400           MOVE WS-IV-INVOICE-DATE   TO PAY-INVOICE-DATE.
072500           MOVE WS-IL-COUNT          TO PAY-LINE-COUNT.
072600           MOVE WS-IV-AMOUNT         TO PAY-INVOICE-AMOUNT.
072700           MOVE WS-RUN-DATE          TO PAY-MATCH-DATE.
072800           WRITE PAY-RECORD.
072900           IF WS-PAY-STATUS NOT = "00"
073000               DISPLAY "FCINVMAT: PAYEXTR WRITE ERROR, STATUS="
073100                   WS-PAY-STATUS
073200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
073300           END-IF.
073400           ADD 1 TO WS-RELEASED-COUNT.
073500           ADD WS-IV-AMOUNT TO WS-RELEASED-AMOUNT.
073600 2500-RELEASE-INVOICE-EXIT.
073700           EXIT.
073800
073900**----------------------------------------------------------*
074000*    2600-START-PO-SCAN - POSITION ON THE FIRST PO LINE FOR *
074100*    THE SUPPLIER, BRANCH AND ITEM IN WS-MATCH-KEY          *
074200**----------------------------------------------------------*
074300 2600-START-PO-SCAN.
074400           MOVE "N" TO WS-PO-SCAN-SWITCH.
074500           MOVE WS-MK-SUPPLIER-CODE
074600               TO SupplierCode OF POLINE-RECORD.
074700           MOVE WS-MK-BRANCH-ID   TO BranchID OF POLINE-RECORD.
074800           MOVE WS-MK-ITEM-CODE   TO ItemCode OF POLINE-RECORD.
074900           MOVE ZERO TO OrderDate OF POLINE-RECORD.
075000           MOVE ZERO TO PONumber OF POLINE-RECORD.
075100           START POLINE-FILE
075200               KEY IS NOT LESS THAN POLineKey OF POLINE-RECORD
075300               INVALID KEY
075400                   SET END-OF-PO-SCAN TO TRUE
075500           END-START.
075600 2600-START-PO-SCAN-EXIT.
075700           EXIT.
075800
075900**----------------------------------------------------------*
076000*    2610-READ-PO-SCAN - NEXT PO LINE, ENDING THE SCAN AT   *
076100*    THE FIRST LINE FOR ANOTHER SUPPLIER, BRANCH OR ITEM    *
076200**----------------------------------------------------------*
076300 2610-READ-PO-SCAN.
076400           READ POLINE-FILE NEXT RECORD
076500               AT END
076600                   SET END-OF-PO-SCAN TO TRUE
076700                   GO TO 2610-READ-PO-SCAN-EXIT
076800           END-READ.
076900           IF SupplierCode OF POLINE-RECORD
077000               NOT = WS-MK-SUPPLIER-CODE
077100               OR BranchID OF POLINE-RECORD NOT = WS-MK-BRANCH-ID
077200               OR ItemCode OF POLINE-RECORD NOT = WS-MK-ITEM-CODE
077300               SET END-OF-PO-SCAN TO TRUE
077400           END-IF.
077500 2610-READ-PO-SCAN-EXIT.
077600           EXIT.
077700
077800**----------------------------------------------------------*
077900*    2900-READ-INV-FILE                                     *
078000**----------------------------------------------------------*
078100 2900-READ-INV-FILE.
078200           READ INV-FILE
078300               AT END
078400                   SET END-OF-INV-FILE TO TRUE
078500           END-READ.
078600           IF NOT END-OF-INV-FILE
078700               AND WS-INV-STATUS NOT = "00"
078800               DISPLAY "FCINVMAT: SUPPINV READ ERROR, STATUS="
078900                   WS-INV-STATUS
079000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
079100           END-IF.
079200 2900-READ-INV-FILE-EXIT.
079300           EXIT.
079400
079500**----------------------------------------------------------*
079600*    3000-REPORT-OPEN-LINES - LIST EVERY PO LINE STILL OPEN *
079700*    AFTER TODAY'S RECEIPTS, INVOICES AND CLOSURES          *
079800**----------------------------------------------------------*
079900 3000-REPORT-OPEN-LINES.
080000           MOVE WS-BLANK-LINE TO BALANCE-RECORD.
080100           PERFORM 7910-WRITE-BALANCE
080200               THRU 7910-WRITE-BALANCE-EXIT.
080300           MOVE "PO LINES STILL OPEN" TO WS-SL-TEXT.
080400           MOVE WS-SECTION-LINE TO BALANCE-RECORD.
080500           PERFORM 7910-WRITE-BALANCE
080600               THRU 7910-WRITE-BALANCE-EXIT.
080700           MOVE "N" TO WS-PO-SCAN-SWITCH.
080800           MOVE LOW-VALUES TO POLineKey OF POLINE-RECORD.
080900           START POLINE-FILE
081000               KEY IS NOT LESS THAN POLineKey OF POLINE-RECORD
081100               INVALID KEY
081200                   SET END-OF-PO-SCAN TO TRUE
081300           END-START.
081400           PERFORM 3100-REPORT-OPEN-LINE
081500               THRU 3100-REPORT-OPEN-LINE-EXIT
081600               UNTIL END-OF-PO-SCAN.
081700           MOVE WS-BLANK-LINE TO BALANCE-RECORD.
081800           PERFORM 7910-WRITE-BALANCE
081900               THRU 7910-WRITE-BALANCE-EXIT.
082000           MOVE WS-OPEN-LINE-COUNT     TO WS-BT-LINES.
082100           MOVE WS-TOTAL-TO-COME-VALUE TO WS-BT-VALUE.
082200           MOVE WS-BALANCE-TOTAL-LINE TO BALANCE-RECORD.
082300           PERFORM 7910-WRITE-BALANCE
082400               THRU 7910-WRITE-BALANCE-EXIT.
082500 3000-REPORT-OPEN-LINES-EXIT.
082600           EXIT.
082700
082800**----------------------------------------------------------*
082900*    3100-REPORT-OPEN-LINE - ONE OPEN PO LINE WITH WHAT IS  *
083000*    STILL OWED ON IT: GOODS, AN INVOICE, OR BOTH           *
083100**----------------------------------------------------------*
083200 3100-REPORT-OPEN-LINE.
083300           READ POLINE-FILE NEXT RECORD
083400               AT END
083500                   SET END-OF-PO-SCAN TO TRUE
083600                   GO TO 3100-REPORT-OPEN-LINE-EXIT
083700           END-READ.
083800           IF NOT Open-PO-Line OF POLINE-RECORD
083900               GO TO 3100-REPORT-OPEN-LINE-EXIT
084000           END-IF.
084100           ADD 1 TO WS-OPEN-LINE-COUNT.
084200           COMPUTE WS-TO-COME =
084300               OrderedQuantity OF POLINE-RECORD
084400               - ReceivedQuantity OF POLINE-RECORD.
084500           COMPUTE WS-TO-COME-VALUE ROUNDED =
084600               WS-TO-COME * AgreedCostPrice OF POLINE-RECORD.
084700           ADD WS-TO-COME-VALUE TO WS-TOTAL-TO-COME-VALUE.
084800           EVALUATE TRUE
084900               WHEN ReceivedQuantity OF POLINE-RECORD = ZERO
085000                   MOVE "AWAITING DELIVERY" TO WS-BL-STATUS
085100               WHEN WS-TO-COME > ZERO
085200                   MOVE "PART DELIVERED" TO WS-BL-STATUS
085300               WHEN OTHER
085400                   MOVE "AWAITING INVOICE" TO WS-BL-STATUS
085500           END-EVALUATE.
085600           MOVE SupplierCode OF POLINE-RECORD
085700               TO WS-BL-SUPPLIER-CODE.
085800           MOVE BranchID OF POLINE-RECORD TO WS-BL-BRANCH-ID.
085900           MOVE ItemCode OF POLINE-RECORD TO WS-BL-ITEM-CODE.
086000           MOVE PONumber OF POLINE-RECORD TO WS-BL-PO-NUMBER.
086100           MOVE OrderDate OF POLINE-RECORD TO WS-BL-ORDER-DATE.
086200           MOVE OrderedQuantity OF POLINE-RECORD
086300               TO WS-BL-ORDERED.
086400           MOVE ReceivedQuantity OF POLINE-RECORD
086500               TO WS-BL-RECEIVED.
086600           MOVE InvoicedQuantity OF POLINE-RECORD
086700               TO WS-BL-INVOICED.
086800           MOVE WS-BALANCE-LINE TO BALANCE-RECORD.
086900           PERFORM 7910-WRITE-BALANCE
087000               THRU 7910-WRITE-BALANCE-EXIT.
087100 3100-REPORT-OPEN-LINE-EXIT.
087200           EXIT.
087300
087400**----------------------------------------------------------*
087500*    7000-WRITE-QUERY-LINE - ONE LINE OF A HELD INVOICE,    *
087600*    WITH THE REASON IT WAS QUERIED OR, FOR A LINE THAT     *
087700*    MATCHED, THAT IT IS HELD WITH THE REST                 *
087800**----------------------------------------------------------*
087900 7000-WRITE-QUERY-LINE.
088000           MOVE WS-IV-SUPPLIER-CODE  TO WS-QL-SUPPLIER-CODE.
088100           MOVE WS-IV-INVOICE-NUMBER TO WS-QL-INVOICE-NUMBER.
088200           MOVE WS-IL-BRANCH-ID (WS-IL-IX)   TO WS-QL-BRANCH-ID.
088300           MOVE WS-IL-ITEM-CODE (WS-IL-IX)   TO WS-QL-ITEM-CODE.
088400           MOVE WS-IL-QUANTITY (WS-IL-IX)    TO WS-QL-QUANTITY.
088500           MOVE WS-IL-UNIT-PRICE (WS-IL-IX)  TO WS-QL-UNIT-PRICE.
088600           MOVE WS-IL-LINE-AMOUNT (WS-IL-IX) TO WS-QL-LINE-AMOUNT.
088700           IF WS-IL-REASON (WS-IL-IX) = SPACES
088800               MOVE "MATCHED - HELD WITH INVOICE" TO WS-QL-REASON
088900           ELSE
089000               MOVE WS-IL-REASON (WS-IL-IX) TO WS-QL-REASON
089100           END-IF.
089200           MOVE WS-QUERY-LINE TO QUERY-RECORD.
089300           PERFORM 7900-WRITE-QUERY THRU 7900-WRITE-QUERY-EXIT.
089400 7000-WRITE-QUERY-LINE-EXIT.
089500           EXIT.
089600
089700**----------------------------------------------------------*
089800*    7900-WRITE-QUERY                                       *
089900**----------------------------------------------------------*
090000 7900-WRITE-QUERY.
090100           WRITE QUERY-RECORD.
090200           IF WS-QUERY-STATUS NOT = "00"
090300               DISPLAY "FCINVMAT: INVQRPT WRITE ERROR, STATUS="
090400                   WS-QUERY-STATUS
090500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
090600           END-IF.
090700 7900-WRITE-QUERY-EXIT.
090800           EXIT.
090900
091000**----------------------------------------------------------*
091100*    7910-WRITE-BALANCE                                     *
091200**----------------------------------------------------------*
091300 7910-WRITE-BALANCE.
091400           WRITE BALANCE-RECORD.
091500           IF WS-BALANCE-STATUS NOT = "00"
091600               DISPLAY "FCINVMAT: POBALRPT WRITE ERROR, STATUS="
091700                   WS-BALANCE-STATUS
091800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
091900           END-IF.
092000 7910-WRITE-BALANCE-EXIT.
092100           EXIT.
092200
092300**----------------------------------------------------------*
092400*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
092500*    RUN'S CONTROL TOTALS                                   *
092600**----------------------------------------------------------*
092700 8000-TERMINATE.
092800           CLOSE CLOSE-FILE.
092900           CLOSE INV-FILE.
093000           CLOSE POLINE-FILE.
093100           CLOSE PAY-FILE.
093200           CLOSE QUERY-FILE.
093300           CLOSE BALANCE-FILE.
093400           DISPLAY "FCINVMAT: " WS-CLOSE-COUNT
093500               " PO LINE(S) CLOSED BY BUYING, " WS-CLOSE-REJ-COUNT
093600               " CLOSURE(S) REJECTED".
093700           DISPLAY "FCINVMAT: " WS-INV-LINE-COUNT
093800               " INVOICE LINE(S) ON " WS-INVOICE-COUNT
093900               " INVOICE(S) READ".
094000           DISPLAY "FCINVMAT: " WS-RELEASED-COUNT
094100               " INVOICE(S) RELEASED FOR " WS-RELEASED-AMOUNT
094200               " PENCE, " WS-QUERIED-COUNT " HELD FOR QUERY".
094300           DISPLAY "FCINVMAT: " WS-FULLY-MATCHED-COUNT
094400               " PO LINE(S) FULLY INVOICED AND CLOSED, "
094500               WS-OPEN-LINE-COUNT " STILL OPEN".
094600 8000-TERMINATE-EXIT.
094700           EXIT.
094800
094900**----------------------------------------------------------*
095000*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
095100*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
095200**----------------------------------------------------------*
095300 9999-ABEND.
095400           MOVE 16 TO RETURN-CODE.
095500           STOP RUN.
095600 9999-ABEND-EXIT.
095700           EXIT.
