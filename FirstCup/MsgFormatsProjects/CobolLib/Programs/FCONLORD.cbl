000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCONLORD.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - NIGHTLY ONLINE ORDER
000800*                          CAPTURE. EVERY SALE INVOICE ON AN
000900*                          ONLINE-SALE PURCHIN MESSAGE BECOMES AN
001000*                          ORDER ON THE ONLORDR OPEN-ORDER FILE,
001100*                          KEYED ON SOURCE BRANCH, RUN DATE,
001200*                          MESSAGE SEQUENCE AND INVOICE NUMBER,
001300*                          AND AWAITING DESPATCH UNTIL FCDESPCF
001400*                          APPLIES THE WAREHOUSE CONFIRMATION. THE
001500*                          ORDER IS ADDRESSED TO THE CUSTOMER'S
001600*                          DELIVERY ADDRESS ON CUSTMSTR, OR THE
001700*                          CURRENT ADDRESS WHERE THERE IS NONE.
001800*                          EACH NEW ORDER GETS A DESPATCH NOTE ON
001900*                          DESPNOTE, AND THE NIGHT'S ORDERS ARE
002000*                          TOTALLED BY ITEM ONTO THE PICKLIST
002100*                          PICKING LIST. AN ORDER ALREADY ON
002200*                          ONLORDR FROM AN EARLIER RUN OF THE SAME
002300*                          FEED IS PASSED OVER, SO A RERUN NEITHER
002400*                          DUPLICATES THE ORDER NOR PICKS IT
002500*                          TWICE. ONLINE RETURN INVOICES ARE
002600*                          COUNTED BUT NOT PICKED.
002700*      ------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600           SELECT PURCH-FILE   ASSIGN TO PURCHIN
003700               ORGANIZATION    IS LINE SEQUENTIAL
003800               FILE STATUS     IS WS-PURCH-STATUS.
003900           SELECT CUST-FILE    ASSIGN TO CUSTMSTR
004000               ORGANIZATION    IS INDEXED
004100               ACCESS MODE     IS RANDOM
004200               RECORD KEY      IS CustomerReference
004300                                   OF CUST-RECORD
004400               FILE STATUS     IS WS-CUST-STATUS.
004500           SELECT OPTIONAL ORDER-FILE ASSIGN TO ONLORDR
004600               ORGANIZATION    IS INDEXED
004700               ACCESS MODE     IS DYNAMIC
004800               RECORD KEY      IS OrderKey OF ORDER-RECORD
004900               FILE STATUS     IS WS-ORDER-STATUS.
005000           SELECT PICK-FILE    ASSIGN TO PICKLIST
005100               ORGANIZATION    IS LINE SEQUENTIAL
005200               FILE STATUS     IS WS-PICK-STATUS.
005300           SELECT NOTE-FILE    ASSIGN TO DESPNOTE
005400               ORGANIZATION    IS LINE SEQUENTIAL
005500               FILE STATUS     IS WS-NOTE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PURCH-FILE
006000           RECORD CONTAINS 0 TO 873262 CHARACTERS
006100           RECORDING MODE IS V.
006200           COPY PurchaseData
006300               REPLACING ==PurchaseData== BY ==PURCH-RECORD==.
006400
006500 FD  CUST-FILE.
006600           COPY CustomerMaster
006700               REPLACING ==CustomerMasterRecord==
006800                   BY ==CUST-RECORD==.
006900
007000 FD  ORDER-FILE.
007100           COPY OnlineOrder
007200               REPLACING ==OnlineOrderRecord==
007300                   BY ==ORDER-RECORD==.
007400
007500 FD  PICK-FILE.
007600 01  PICK-RECORD                 PIC X(132).
007700
007800 FD  NOTE-FILE.
007900 01  NOTE-RECORD                 PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-SWITCHES.
008300           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
008400               88  END-OF-PURCH-FILE         VALUE "Y".
008500           05  WS-ADDR-FOUND-SWITCH PIC X(01)    VALUE "N".
008600               88  FOUND-ADDRESS             VALUE "Y".
008700           05  WS-PICK-FOUND-SWITCH PIC X(01)    VALUE "N".
008800               88  FOUND-PICK-ITEM           VALUE "Y".
008900           05  WS-SWAPPED-SWITCH    PIC X(01)    VALUE "N".
009000               88  MADE-A-SWAP               VALUE "Y".
009100
009200 01  WS-FILE-STATUSES.
009300           05  WS-PURCH-STATUS      PIC X(02)    VALUE "00".
009400           05  WS-CUST-STATUS       PIC X(02)    VALUE "00".
009500           05  WS-ORDER-STATUS      PIC X(02)    VALUE "00".
009600           05  WS-PICK-STATUS       PIC X(02)    VALUE "00".
009700           05  WS-NOTE-STATUS       PIC X(02)    VALUE "00".
009800
009900 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
010000
010100 01  WS-INDICES.
010200           05  WS-SALE-IDX          PIC 99       COMP    VALUE 1.
010300           05  WS-INVOICE-IDX       PIC 99       COMP
010400               VALUE ZERO.
010500           05  WS-ITEM-IDX          PIC 99       COMP
010600               VALUE ZERO.
010700           05  WS-ADDR-IDX          PIC 99       COMP
010800               VALUE ZERO.
010900           05  WS-LINE-IX           PIC 99       COMP
011000               VALUE ZERO.
011100           05  WS-PK-IX             PIC 9(4)     COMP
011200               VALUE ZERO.
011300           05  WS-SORT-IX           PIC 9(4)     COMP
011400               VALUE ZERO.
011500
011600 01  WS-COUNTERS.
011700           05  WS-ONLINE-MSG-COUNT  PIC 9(9)     COMP
011800               VALUE ZERO.
011900           05  WS-ORDER-COUNT       PIC 9(9)     COMP
012000               VALUE ZERO.
012100           05  WS-DUP-ORDER-COUNT   PIC 9(9)     COMP
012200               VALUE ZERO.
012300           05  WS-RETURN-COUNT      PIC 9(9)     COMP
012400               VALUE ZERO.
012500           05  WS-CURRENT-ADDR-CNT  PIC 9(9)     COMP
012600               VALUE ZERO.
012700           05  WS-NO-ADDR-COUNT     PIC 9(9)     COMP
012800               VALUE ZERO.
012900           05  WS-PICK-COUNT        PIC 9(4)     COMP
013000               VALUE ZERO.
013100           05  WS-PICK-OVERFLOW-CNT PIC 9(6)     COMP
013200               VALUE ZERO.
013300
013400**----------------------------------------------------------*
013500*    WS-ADDRESS-WORK - THE CHOSEN ADDRESS, LAID OUT FOR THE *
013600*    DESPATCH NOTE AS A UK OR AN OVERSEAS ADDRESS           *
013700**----------------------------------------------------------*
013800 01  WS-ADDRESS-WORK.
013900           05  WS-AW-ADDRESS        PIC X(162)   VALUE SPACES.
014000           05  WS-AW-UK-VIEW        REDEFINES WS-AW-ADDRESS.
014100               10  WS-AW-HOUSE-NUMBER   PIC 9(3).
014200               10  WS-AW-STREET         PIC X(50).
014300               10  WS-AW-CITY           PIC X(50).
014400               10  WS-AW-COUNTY         PIC X(50).
014500               10  WS-AW-POSTCODE       PIC X(8).
014600               10  FILLER               PIC X(1).
014700           05  WS-AW-OVERSEAS-VIEW  REDEFINES WS-AW-ADDRESS.
014800               10  WS-AW-O-STREET       PIC X(50).
014900               10  WS-AW-O-CITY         PIC X(50).
015000               10  WS-AW-O-REGION       PIC X(30).
015100               10  WS-AW-O-POSTAL-CODE  PIC X(15).
015200               10  WS-AW-O-COUNTRY-CODE PIC X(03).
015300               10  FILLER               PIC X(14).
015400
015500**----------------------------------------------------------*
015600*    WS-PICK-TABLE - THE NIGHT'S NEW ORDERS TOTALLED BY     *
015700*    ITEM, SORTED BY ITEMCODE FOR THE PICKING LIST          *
015800**----------------------------------------------------------*
015900 01  WS-PICK-TABLE.
016000           05  WS-PK-ENTRY          OCCURS 2000 TIMES.
016100               10  WS-PK-ITEM-CODE      PIC X(13).
016200               10  WS-PK-DESCRIPTION    PIC X(50).
016300               10  WS-PK-QUANTITY       PIC S9(9)V9(3) COMP-3.
016400               10  WS-PK-ORDER-COUNT    PIC 9(6)     COMP.
016500
016600 01  WS-SWAP-ENTRY.
016700           05  WS-SW-ITEM-CODE      PIC X(13).
016800           05  WS-SW-DESCRIPTION    PIC X(50).
016900           05  WS-SW-QUANTITY       PIC S9(9)V9(3) COMP-3.
017000           05  WS-SW-ORDER-COUNT    PIC 9(6)     COMP.
017100
017200**----------------------------------------------------------*
017300*    PRINT LINE LAYOUTS - MOVED TO THE REPORT RECORD AND    *
017400*    WRITTEN THROUGH 7900/7910                              *
017500**----------------------------------------------------------*
017600 01  WS-PICK-HEADING.
017700           05  FILLER               PIC X(45)
017800               VALUE "FCONLORD - ONLINE ORDER PICKING LIST".
017900           05  FILLER               PIC X(09)
018000               VALUE "RUN DATE=".
018100           05  WS-PH-RUN-DATE       PIC 9(8).
018200
018300 01  WS-PICK-LINE.
018400           05  FILLER               PIC X(05)    VALUE "ITEM ".
018500           05  WS-PL-ITEM-CODE      PIC X(13).
018600           05  FILLER               PIC X(01)    VALUE SPACE.
018700           05  WS-PL-DESCRIPTION    PIC X(50).
018800           05  FILLER               PIC X(05)    VALUE " QTY=".
018900           05  WS-PL-QUANTITY       PIC -(8)9.9(3).
019000           05  FILLER               PIC X(08)    VALUE " ORDERS=".
019100           05  WS-PL-ORDER-COUNT    PIC Z(5)9.
019200
019300 01  WS-NOTE-HEADING.
019400           05  FILLER               PIC X(24)
019500               VALUE "DESPATCH NOTE  ORDER REF".
019600           05  FILLER               PIC X(01)    VALUE "=".
019700           05  WS-NH-ORDER-REF      PIC X(24).
019800           05  FILLER               PIC X(12)
019900               VALUE " ORDER DATE=".
020000           05  WS-NH-ORDER-DATE     PIC 9(8).
020100           05  FILLER               PIC X(09)
020200               VALUE " CHANNEL=".
020300           05  WS-NH-CHANNEL        PIC X(04).
020400
020500 01  WS-NOTE-CUSTOMER.
020600           05  FILLER               PIC X(09)
020700               VALUE "CUSTOMER=".
020800           05  WS-NC-CUSTOMER-REF   PIC 9(10).
020900           05  FILLER               PIC X(01)    VALUE SPACE.
021000           05  WS-NC-INITIAL-1      PIC X(01).
021100           05  FILLER               PIC X(01)    VALUE SPACE.
021200           05  WS-NC-INITIAL-2      PIC X(01).
021300           05  FILLER               PIC X(01)    VALUE SPACE.
021400           05  WS-NC-SURNAME        PIC X(50).
021500
021600 01  WS-NOTE-ADDRESS.
021700           05  WS-NA-LABEL          PIC X(12).
021800           05  WS-NA-TEXT           PIC X(60).
021900
022000 01  WS-NOTE-ITEM.
022100           05  FILLER               PIC X(04)    VALUE SPACES.
022200           05  FILLER               PIC X(05)    VALUE "ITEM ".
022300           05  WS-NI-ITEM-CODE      PIC X(13).
022400           05  FILLER               PIC X(01)    VALUE SPACE.
022500           05  WS-NI-DESCRIPTION    PIC X(50).
022600           05  FILLER               PIC X(05)    VALUE " QTY=".
022700           05  WS-NI-QUANTITY       PIC -(8)9.9(3).
022800
022900 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
023000
023100 PROCEDURE DIVISION.
023200
023300**----------------------------------------------------------*
023400*    0000-MAINLINE                                          *
023500**----------------------------------------------------------*
023600 0000-MAINLINE.
023700           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
023800           PERFORM 2000-PROCESS-MESSAGE
023900               THRU 2000-PROCESS-MESSAGE-EXIT
024000               UNTIL END-OF-PURCH-FILE.
024100           PERFORM 6000-SORT-PICK-ITEMS
024200               THRU 6000-SORT-PICK-ITEMS-EXIT.
024300           PERFORM 7000-PRINT-PICK-LIST
024400               THRU 7000-PRINT-PICK-LIST-EXIT.
024500           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
024600           STOP RUN.
024700
024800**----------------------------------------------------------*
024900*    1000-INITIALISE - OPEN FILES, HEAD THE PICKING LIST    *
025000*    AND PRIME THE READ                                     *
025100**----------------------------------------------------------*
025200 1000-INITIALISE.
025300           OPEN INPUT  PURCH-FILE.
025400           IF WS-PURCH-STATUS NOT = "00"
025500               DISPLAY "FCONLORD: PURCH-FILE OPEN FAILED, STATUS="
025600                   WS-PURCH-STATUS
025700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
025800           END-IF.
025900           OPEN INPUT  CUST-FILE.
026000           IF WS-CUST-STATUS NOT = "00"
026100               DISPLAY "FCONLORD: CUSTMSTR OPEN FAILED, STATUS="
026200                   WS-CUST-STATUS
026300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
026400           END-IF.
026500           OPEN I-O    ORDER-FILE.
026600           IF WS-ORDER-STATUS NOT = "00"
026700               AND WS-ORDER-STATUS NOT = "05"
026800               DISPLAY "FCONLORD: ONLORDR OPEN FAILED, STATUS="
026900                   WS-ORDER-STATUS
027000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
027100           END-IF.
027200           OPEN OUTPUT PICK-FILE.
027300           IF WS-PICK-STATUS NOT = "00"
027400               DISPLAY "FCONLORD: PICKLIST OPEN FAILED, STATUS="
027500                   WS-PICK-STATUS
027600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
027700           END-IF.
027800           OPEN OUTPUT NOTE-FILE.
027900           IF WS-NOTE-STATUS NOT = "00"
028000               DISPLAY "FCONLORD: DESPNOTE OPEN FAILED, STATUS="
028100                   WS-NOTE-STATUS
028200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
028300           END-IF.
028400           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028500           MOVE WS-RUN-DATE TO WS-PH-RUN-DATE.
028600           MOVE WS-PICK-HEADING TO PICK-RECORD.
028700           PERFORM 7900-WRITE-PICK THRU 7900-WRITE-PICK-EXIT.
028800           PERFORM 2900-READ-PURCH-FILE
028900               THRU 2900-READ-PURCH-FILE-EXIT.
029000 1000-INITIALISE-EXIT.
029100           EXIT.
029200
029300**----------------------------------------------------------*
029400*    2000-PROCESS-MESSAGE - TAKE EACH INVOICE OF AN ONLINE  *
029500*    SALE MESSAGE; TILL AND SALESPERSON MESSAGES NEED NO    *
029600*    DESPATCH                                               *
029700**----------------------------------------------------------*
029800 2000-PROCESS-MESSAGE.
029900           IF Online-Sale OF PURCH-RECORD
030000               ADD 1 TO WS-ONLINE-MSG-COUNT
030100               PERFORM 3000-CAPTURE-ORDER
030200                   THRU 3000-CAPTURE-ORDER-EXIT
030300                   VARYING WS-INVOICE-IDX FROM 1 BY 1
030400                   UNTIL WS-INVOICE-IDX >
030500                       InvoiceCount OF PURCH-RECORD
030600           END-IF.
030700           PERFORM 2900-READ-PURCH-FILE
030800               THRU 2900-READ-PURCH-FILE-EXIT.
030900 2000-PROCESS-MESSAGE-EXIT.
031000           EXIT.
031100
031200**----------------------------------------------------------*
031300*    2900-READ-PURCH-FILE                                   *
031400**----------------------------------------------------------*
031500 2900-READ-PURCH-FILE.
031600           READ PURCH-FILE
031700               AT END
031800                   SET END-OF-PURCH-FILE TO TRUE
031900           END-READ.
032000           IF NOT END-OF-PURCH-FILE
032100               AND WS-PURCH-STATUS NOT = "00"
032200               DISPLAY "FCONLORD: PURCH-FILE READ ERROR, STATUS="
032300                   WS-PURCH-STATUS
032400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
032500           END-IF.
032600 2900-READ-PURCH-FILE-EXIT.
032700           EXIT.
032800
032900**----------------------------------------------------------*
033000*    3000-CAPTURE-ORDER - BUILD ONE SALE INVOICE INTO AN    *
033100*    ORDER AND ADD IT TO ONLORDR. ONLY A NEWLY ADDED ORDER  *
033200*    IS GIVEN A DESPATCH NOTE AND PICKED                    *
033300**----------------------------------------------------------*
033400 3000-CAPTURE-ORDER.
033500           IF NOT Sale-Transaction OF PURCH-RECORD
033600                   (WS-SALE-IDX, WS-INVOICE-IDX)
033700               ADD 1 TO WS-RETURN-COUNT
033800               GO TO 3000-CAPTURE-ORDER-EXIT
033900           END-IF.
034000           MOVE SPACES TO ORDER-RECORD.
034100           MOVE SourceBranchID OF PURCH-RECORD
034200               TO OrderBranchID OF ORDER-RECORD.
034300           MOVE RunDate OF PURCH-RECORD
034400               TO OrderDate OF ORDER-RECORD.
034500           MOVE MessageSequenceNumber OF PURCH-RECORD
034600               TO OrderMessageSequence OF ORDER-RECORD.
034700           MOVE WS-INVOICE-IDX
034800               TO OrderInvoiceNumber OF ORDER-RECORD.
034900           MOVE CustomerReference OF PURCH-RECORD
035000                   (WS-SALE-IDX, WS-INVOICE-IDX)
035100               TO CustomerReference OF ORDER-RECORD.
035200           MOVE CustomerInitial OF PURCH-RECORD
035300                   (WS-SALE-IDX, WS-INVOICE-IDX, 1)
035400               TO CustomerInitial OF ORDER-RECORD (1).
035500           MOVE CustomerInitial OF PURCH-RECORD
035600                   (WS-SALE-IDX, WS-INVOICE-IDX, 2)
035700               TO CustomerInitial OF ORDER-RECORD (2).
035800           MOVE Surname OF PURCH-RECORD
035900                   (WS-SALE-IDX, WS-INVOICE-IDX)
036000               TO Surname OF ORDER-RECORD.
036100           MOVE OrderChannelCode OF PURCH-RECORD
036200               TO OrderChannelCode OF ORDER-RECORD.
036300           MOVE ZERO TO OrderLineCount OF ORDER-RECORD.
036400           PERFORM 3100-COPY-ORDER-LINE
036500               THRU 3100-COPY-ORDER-LINE-EXIT
036600               VARYING WS-ITEM-IDX FROM 1 BY 1
036700               UNTIL WS-ITEM-IDX > ItemCount OF PURCH-RECORD.
036800           PERFORM 3200-FETCH-ADDRESS
036900               THRU 3200-FETCH-ADDRESS-EXIT.
037000           SET Awaiting-Despatch OF ORDER-RECORD TO TRUE.
037100           MOVE ZERO TO DespatchDate OF ORDER-RECORD.
037200           WRITE ORDER-RECORD
037300               INVALID KEY
037400                   ADD 1 TO WS-DUP-ORDER-COUNT
037500                   GO TO 3000-CAPTURE-ORDER-EXIT
037600           END-WRITE.
037700           IF WS-ORDER-STATUS NOT = "00"
037800               DISPLAY "FCONLORD: ONLORDR WRITE ERROR, STATUS="
037900                   WS-ORDER-STATUS
038000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038100           END-IF.
038200           ADD 1 TO WS-ORDER-COUNT.
038300           PERFORM 4000-PRINT-DESPATCH-NOTE
038400               THRU 4000-PRINT-DESPATCH-NOTE-EXIT.
038500           PERFORM 5000-ADD-TO-PICK-LIST
038600               THRU 5000-ADD-TO-PICK-LIST-EXIT
038700               VARYING WS-LINE-IX FROM 1 BY 1
038800               UNTIL WS-LINE-IX > OrderLineCount OF ORDER-RECORD.
038900 3000-CAPTURE-ORDER-EXIT.
039000           EXIT.
039100
039200**----------------------------------------------------------*
039300*    3100-COPY-ORDER-LINE - ONE ITEM LINE ONTO THE ORDER.   *
039400*    A WEIGHED ITEM IS ORDERED BY WEIGHT                    *
039500**----------------------------------------------------------*
039600 3100-COPY-ORDER-LINE.
039700           ADD 1 TO OrderLineCount OF ORDER-RECORD.
039800           MOVE OrderLineCount OF ORDER-RECORD TO WS-LINE-IX.
039900           EVALUATE TRUE
040000               WHEN Barcoded-Item
040100                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
040200                   MOVE ItemCode OF Item1
040300                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
040400                       TO ItemCode OF ORDER-RECORD (WS-LINE-IX)
040500                   MOVE Description OF Item1
040600                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
040700                       TO Description OF ORDER-RECORD (WS-LINE-IX)
040800                   MOVE Quantity OF Item1
040900                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
041000                       TO OrderedQuantity OF ORDER-RECORD
041100                           (WS-LINE-IX)
041200               WHEN Clothing-Item
041300                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
041400                   MOVE ItemCode OF Item2
041500                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
041600                       TO ItemCode OF ORDER-RECORD (WS-LINE-IX)
041700                   MOVE Colour OF Item2
041800                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
041900                       TO Description OF ORDER-RECORD (WS-LINE-IX)
042000                   MOVE Quantity OF Item2
042100                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
042200                       TO OrderedQuantity OF ORDER-RECORD
042300                           (WS-LINE-IX)
042400               WHEN Weighed-Item
042500                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
042600                   MOVE ItemCode OF Item3
042700                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
042800                       TO ItemCode OF ORDER-RECORD (WS-LINE-IX)
042900                   MOVE Description OF Item3
043000                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
043100                       TO Description OF ORDER-RECORD (WS-LINE-IX)
043200                   MOVE Weight OF Item3
043300                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
043400                       TO OrderedQuantity OF ORDER-RECORD
043500                           (WS-LINE-IX)
043600               WHEN OTHER
043700                   SUBTRACT 1 FROM OrderLineCount OF ORDER-RECORD
043800           END-EVALUATE.
043900 3100-COPY-ORDER-LINE-EXIT.
044000           EXIT.
044100
044200**----------------------------------------------------------*
044300*    3200-FETCH-ADDRESS - TAKE THE CUSTOMER'S DELIVERY      *
044400*    ADDRESS FROM CUSTMSTR, FALLING BACK TO THE CURRENT     *
044500*    ADDRESS. AN ORDER WITH NEITHER IS STILL CAPTURED WITH  *
044600*    A BLANK ADDRESS, FLAGGED ON ITS DESPATCH NOTE, AND     *
044700*    COUNTED                                                *
044800**----------------------------------------------------------*
044900 3200-FETCH-ADDRESS.
045000           SET No-Delivery-Address OF ORDER-RECORD TO TRUE.
045100           MOVE CustomerReference OF ORDER-RECORD
045200               TO CustomerReference OF CUST-RECORD.
045300           READ CUST-FILE
045400               INVALID KEY
045500                   ADD 1 TO WS-NO-ADDR-COUNT
045600                   GO TO 3200-FETCH-ADDRESS-EXIT
045700           END-READ.
045800           SET WS-ADDR-FOUND-SWITCH TO "N".
045900           PERFORM 3210-FIND-DELIVERY-ADDRESS
046000               THRU 3210-FIND-DELIVERY-ADDRESS-EXIT
046100               VARYING WS-ADDR-IDX FROM 1 BY 1
046200               UNTIL WS-ADDR-IDX > AddressCount OF CUST-RECORD
046300                   OR FOUND-ADDRESS.
046400           IF FOUND-ADDRESS
046500               GO TO 3200-FETCH-ADDRESS-EXIT
046600           END-IF.
046700           PERFORM 3220-FIND-CURRENT-ADDRESS
046800               THRU 3220-FIND-CURRENT-ADDRESS-EXIT
046900               VARYING WS-ADDR-IDX FROM 1 BY 1
047000               UNTIL WS-ADDR-IDX > AddressCount OF CUST-RECORD
047100                   OR FOUND-ADDRESS.
047200           IF FOUND-ADDRESS
047300               ADD 1 TO WS-CURRENT-ADDR-CNT
047400           ELSE
047500               ADD 1 TO WS-NO-ADDR-COUNT
047600           END-IF.
047700 3200-FETCH-ADDRESS-EXIT.
047800           EXIT.
047900
048000**----------------------------------------------------------*
048100*    3210-FIND-DELIVERY-ADDRESS                             *
048200**----------------------------------------------------------*
048300 3210-FIND-DELIVERY-ADDRESS.
048400           IF Delivery-Address OF CUST-RECORD (WS-ADDR-IDX)
048500               SET Deliver-To-Delivery OF ORDER-RECORD TO TRUE
048600               PERFORM 3230-TAKE-ADDRESS
048700                   THRU 3230-TAKE-ADDRESS-EXIT
048800           END-IF.
048900 3210-FIND-DELIVERY-ADDRESS-EXIT.
049000           EXIT.
049100
049200**----------------------------------------------------------*
049300*    3220-FIND-CURRENT-ADDRESS                              *
049400**----------------------------------------------------------*
049500 3220-FIND-CURRENT-ADDRESS.
049600           IF Current-Address OF CUST-RECORD (WS-ADDR-IDX)
049700               SET Deliver-To-Current OF ORDER-RECORD TO TRUE
049800               PERFORM 3230-TAKE-ADDRESS
049900                   THRU 3230-TAKE-ADDRESS-EXIT
050000           END-IF.
050100 3220-FIND-CURRENT-ADDRESS-EXIT.
050200           EXIT.
050300
050400**----------------------------------------------------------*
050500*    3230-TAKE-ADDRESS                                      *
050600**----------------------------------------------------------*
050700 3230-TAKE-ADDRESS.
050800           MOVE Country OF CUST-RECORD (WS-ADDR-IDX)
050900               TO DeliveryCountry OF ORDER-RECORD.
051000           MOVE AddressString OF CUST-RECORD (WS-ADDR-IDX)
051100               TO DeliveryAddress OF ORDER-RECORD.
051200           SET FOUND-ADDRESS TO TRUE.
051300 3230-TAKE-ADDRESS-EXIT.
051400           EXIT.
051500
051600**----------------------------------------------------------*
051700*    4000-PRINT-DESPATCH-NOTE - ONE NOTE PER NEW ORDER:     *
051800*    ORDER REFERENCE, CUSTOMER, DELIVERY ADDRESS AND THE    *
051900*    ITEMS TO SEND. THE ORDER REFERENCE IS THE ONLORDR KEY  *
052000*    THE WAREHOUSE QUOTES BACK ON ITS CONFIRMATION          *
052100**----------------------------------------------------------*
052200 4000-PRINT-DESPATCH-NOTE.
052300           MOVE WS-BLANK-LINE TO NOTE-RECORD.
052400           PERFORM 7910-WRITE-NOTE THRU 7910-WRITE-NOTE-EXIT.
052500           MOVE OrderKey OF ORDER-RECORD TO WS-NH-ORDER-REF.
052600           MOVE OrderDate OF ORDER-RECORD TO WS-NH-ORDER-DATE.
052700           MOVE OrderChannelCode OF ORDER-RECORD TO WS-NH-CHANNEL.
052800           MOVE WS-NOTE-HEADING TO NOTE-RECORD.
052900           PERFORM 7910-WRITE-NOTE THRU 7910-WRITE-NOTE-EXIT.
053000           MOVE CustomerReference OF ORDER-RECORD
053100               TO WS-NC-CUSTOMER-REF.
053200           MOVE CustomerInitial OF ORDER-RECORD (1)
053300               TO WS-NC-INITIAL-1.
053400           MOVE CustomerInitial OF ORDER-RECORD (2)
053500               TO WS-NC-INITIAL-2.
053600           MOVE Surname OF ORDER-RECORD TO WS-NC-SURNAME.
053700           MOVE WS-NOTE-CUSTOMER TO NOTE-RECORD.
053800           PERFORM 7910-WRITE-NOTE THRU 7910-WRITE-NOTE-EXIT.
053900           PERFORM 4100-PRINT-ADDRESS
054000               THRU 4100-PRINT-ADDRESS-EXIT.
054100           PERFORM 4200-PRINT-NOTE-ITEM
054200               THRU 4200-PRINT-NOTE-ITEM-EXIT
054300               VARYING WS-LINE-IX FROM 1 BY 1
054400               UNTIL WS-LINE-IX > OrderLineCount OF ORDER-RECORD.
054500 4000-PRINT-DESPATCH-NOTE-EXIT.
054600           EXIT.
054700
054800**----------------------------------------------------------*
054900*    4100-PRINT-ADDRESS - THE DELIVERY ADDRESS, ONE PART    *
055000*    PER LINE, IN THE UK OR OVERSEAS LAYOUT                 *
055100**----------------------------------------------------------*
055200 4100-PRINT-ADDRESS.
055300           MOVE "DELIVER TO:" TO WS-NA-LABEL.
055400           IF No-Delivery-Address OF ORDER-RECORD
055500               MOVE "*NO ADDRESS ON CUSTMSTR - HOLD ORDER*"
055600                   TO WS-NA-TEXT
055700               PERFORM 4110-PRINT-ADDRESS-LINE
055800                   THRU 4110-PRINT-ADDRESS-LINE-EXIT
055900               GO TO 4100-PRINT-ADDRESS-EXIT
056000           END-IF.
056100           MOVE DeliveryAddress OF ORDER-RECORD TO WS-AW-ADDRESS.
056200           IF Overseas-Delivery OF ORDER-RECORD
056300               MOVE WS-AW-O-STREET TO WS-NA-TEXT
056400               PERFORM 4110-PRINT-ADDRESS-LINE
056500                   THRU 4110-PRINT-ADDRESS-LINE-EXIT
056600               MOVE WS-AW-O-CITY TO WS-NA-TEXT
056700               PERFORM 4110-PRINT-ADDRESS-LINE
056800                   THRU 4110-PRINT-ADDRESS-LINE-EXIT
056900               MOVE WS-AW-O-REGION TO WS-NA-TEXT
057000               PERFORM 4110-PRINT-ADDRESS-LINE
057100                   THRU 4110-PRINT-ADDRESS-LINE-EXIT
057200               MOVE SPACES TO WS-NA-TEXT
057300               STRING WS-AW-O-POSTAL-CODE DELIMITED BY SIZE
057400                   " " DELIMITED BY SIZE
057500                   WS-AW-O-COUNTRY-CODE DELIMITED BY SIZE
057600                   INTO WS-NA-TEXT
057700               END-STRING
057800               PERFORM 4110-PRINT-ADDRESS-LINE
057900                   THRU 4110-PRINT-ADDRESS-LINE-EXIT
058000               GO TO 4100-PRINT-ADDRESS-EXIT
058100           END-IF.
058200           MOVE SPACES TO WS-NA-TEXT.
058300           IF WS-AW-HOUSE-NUMBER IS NUMERIC
058400               AND WS-AW-HOUSE-NUMBER > ZERO
058500               STRING WS-AW-HOUSE-NUMBER DELIMITED BY SIZE
058600                   " " DELIMITED BY SIZE
058700                   WS-AW-STREET DELIMITED BY SIZE
058800                   INTO WS-NA-TEXT
058900               END-STRING
059000           ELSE
059100               MOVE WS-AW-STREET TO WS-NA-TEXT
059200           END-IF.
059300           PERFORM 4110-PRINT-ADDRESS-LINE
059400               THRU 4110-PRINT-ADDRESS-LINE-EXIT.
059500           MOVE WS-AW-CITY TO WS-NA-TEXT.
059600           PERFORM 4110-PRINT-ADDRESS-LINE
059700               THRU 4110-PRINT-ADDRESS-LINE-EXIT.
059800           MOVE WS-AW-COUNTY TO WS-NA-TEXT.
059900           PERFORM 4110-PRINT-ADDRESS-LINE
060000               THRU 4110-PRINT-ADDRESS-LINE-EXIT.
060100           MOVE WS-AW-POSTCODE TO WS-NA-TEXT.
060200           PERFORM 4110-PRINT-ADDRESS-LINE
060300               THRU 4110-PRINT-ADDRESS-LINE-EXIT.
060400 4100-PRINT-ADDRESS-EXIT.
060500           EXIT.
060600
060700**----------------------------------------------------------*
060800*    4110-PRINT-ADDRESS-LINE - BLANK ADDRESS PARTS ARE LEFT *
060900*    OFF THE NOTE                                           *
061000**----------------------------------------------------------*
061100 4110-PRINT-ADDRESS-LINE.
061200           IF WS-NA-TEXT = SPACES
061300               GO TO 4110-PRINT-ADDRESS-LINE-EXIT
061400           END-IF.
061500           MOVE WS-NOTE-ADDRESS TO NOTE-RECORD.
061600           PERFORM 7910-WRITE-NOTE THRU 7910-WRITE-NOTE-EXIT.
061700           MOVE SPACES TO WS-NA-LABEL.
061800 4110-PRINT-ADDRESS-LINE-EXIT.
061900           EXIT.
062000
062100**----------------------------------------------------------*
062200*    4200-PRINT-NOTE-ITEM                                   *
062300**----------------------------------------------------------*
062400 4200-PRINT-NOTE-ITEM.
062500           MOVE ItemCode OF ORDER-RECORD (WS-LINE-IX)
062600               TO WS-NI-ITEM-CODE.
062700           MOVE Description OF ORDER-RECORD (WS-LINE-IX)
062800               TO WS-NI-DESCRIPTION.
062900           MOVE OrderedQuantity OF ORDER-RECORD (WS-LINE-IX)
063000               TO WS-NI-QUANTITY.
063100           MOVE WS-NOTE-ITEM TO NOTE-RECORD.
063200           PERFORM 7910-WRITE-NOTE THRU 7910-WRITE-NOTE-EXIT.
063300 4200-PRINT-NOTE-ITEM-EXIT.
063400           EXIT.
063500
063600**----------------------------------------------------------*
063700*    5000-ADD-TO-PICK-LIST - FIND OR ADD THE ORDER LINE'S   *
063800*    ITEM IN THE PICK TABLE AND ADD IN ITS QUANTITY. AN     *
063900*    ITEM THAT DOES NOT FIT IS COUNTED AND REPORTED; ITS    *
064000*    DESPATCH NOTE STILL CARRIES IT                         *
064100**----------------------------------------------------------*
064200 5000-ADD-TO-PICK-LIST.
064300           SET WS-PICK-FOUND-SWITCH TO "N".
064400           PERFORM 5100-SEARCH-PICK-ITEM
064500               THRU 5100-SEARCH-PICK-ITEM-EXIT
064600               VARYING WS-PK-IX FROM 1 BY 1
064700               UNTIL WS-PK-IX > WS-PICK-COUNT
064800                   OR FOUND-PICK-ITEM.
064900           IF FOUND-PICK-ITEM
065000               SUBTRACT 1 FROM WS-PK-IX
065100           ELSE
065200               IF WS-PICK-COUNT >= 2000
065300                   ADD 1 TO WS-PICK-OVERFLOW-CNT
065400                   DISPLAY "FCONLORD: PICK TABLE FULL, ITEM "
065500                       ItemCode OF ORDER-RECORD (WS-LINE-IX)
065600                       " NOT ON PICKING LIST"
065700                   GO TO 5000-ADD-TO-PICK-LIST-EXIT
065800               END-IF
065900               ADD 1 TO WS-PICK-COUNT
066000               MOVE WS-PICK-COUNT TO WS-PK-IX
066100               MOVE ItemCode OF ORDER-RECORD (WS-LINE-IX)
066200                   TO WS-PK-ITEM-CODE (WS-PK-IX)
066300               MOVE Description OF ORDER-RECORD (WS-LINE-IX)
066400                   TO WS-PK-DESCRIPTION (WS-PK-IX)
066500               MOVE ZERO TO WS-PK-QUANTITY (WS-PK-IX)
066600               MOVE ZERO TO WS-PK-ORDER-COUNT (WS-PK-IX)
066700           END-IF.
066800           ADD OrderedQuantity OF ORDER-RECORD (WS-LINE-IX)
066900               TO WS-PK-QUANTITY (WS-PK-IX).
067000           ADD 1 TO WS-PK-ORDER-COUNT (WS-PK-IX).
067100 5000-ADD-TO-PICK-LIST-EXIT.
067200           EXIT.
067300
067400**----------------------------------------------------------*
067500*    5100-SEARCH-PICK-ITEM                                  *
067600**----------------------------------------------------------*
067700 5100-SEARCH-PICK-ITEM.
067800           IF WS-PK-ITEM-CODE (WS-PK-IX)
067900               = ItemCode OF ORDER-RECORD (WS-LINE-IX)
068000               SET FOUND-PICK-ITEM TO TRUE
068100           END-IF.
068200 5100-SEARCH-PICK-ITEM-EXIT.
068300           EXIT.
068400
068500**----------------------------------------------------------*
068600*    6000-SORT-PICK-ITEMS - PUT THE PICK TABLE INTO         *
068700*    ITEMCODE ORDER WITH REPEATED ADJACENT SWAPS            *
068800**----------------------------------------------------------*
068900 6000-SORT-PICK-ITEMS.
069000           IF WS-PICK-COUNT < 2
069100               GO TO 6000-SORT-PICK-ITEMS-EXIT
069200           END-IF.
069300           SET WS-SWAPPED-SWITCH TO "Y".
069400           PERFORM 6100-SORT-PASS THRU 6100-SORT-PASS-EXIT
069500               UNTIL NOT MADE-A-SWAP.
069600 6000-SORT-PICK-ITEMS-EXIT.
069700           EXIT.
069800
069900**----------------------------------------------------------*
070000*    6100-SORT-PASS                                         *
070100**----------------------------------------------------------*
070200 6100-SORT-PASS.
070300           SET WS-SWAPPED-SWITCH TO "N".
070400           PERFORM 6110-COMPARE-AND-SWAP
070500               THRU 6110-COMPARE-AND-SWAP-EXIT
070600               VARYING WS-SORT-IX FROM 1 BY 1
070700               UNTIL WS-SORT-IX >= WS-PICK-COUNT.
070800 6100-SORT-PASS-EXIT.
070900           EXIT.
071000
071100**----------------------------------------------------------*
071200*    6110-COMPARE-AND-SWAP                                  *
071300**----------------------------------------------------------*
071400 6110-COMPARE-AND-SWAP.
071500           IF WS-PK-ITEM-CODE (WS-SORT-IX)
071600               > WS-PK-ITEM-CODE (WS-SORT-IX + 1)
071700               MOVE WS-PK-ENTRY (WS-SORT-IX) TO WS-SWAP-ENTRY
071800               MOVE WS-PK-ENTRY (WS-SORT-IX + 1)
071900                   TO WS-PK-ENTRY (WS-SORT-IX)
072000               MOVE WS-SWAP-ENTRY
072100                   TO WS-PK-ENTRY (WS-SORT-IX + 1)
072200               SET WS-SWAPPED-SWITCH TO "Y"
072300           END-IF.
072400 6110-COMPARE-AND-SWAP-EXIT.
072500           EXIT.
072600
072700**----------------------------------------------------------*
072800*    7000-PRINT-PICK-LIST - ONE LINE PER ITEM TO PICK       *
072900**----------------------------------------------------------*
073000 7000-PRINT-PICK-LIST.
073100           PERFORM 7100-PRINT-PICK-ITEM
073200               THRU 7100-PRINT-PICK-ITEM-EXIT
073300               VARYING WS-PK-IX FROM 1 BY 1
073400               UNTIL WS-PK-IX > WS-PICK-COUNT.
073500 7000-PRINT-PICK-LIST-EXIT.
073600           EXIT.
073700
073800**----------------------------------------------------------*
073900*    7100-PRINT-PICK-ITEM                                   *
074000**----------------------------------------------------------*
074100 7100-PRINT-PICK-ITEM.
074200           MOVE WS-PK-ITEM-CODE (WS-PK-IX)   TO WS-PL-ITEM-CODE.
074300           MOVE WS-PK-DESCRIPTION (WS-PK-IX) TO WS-PL-DESCRIPTION.
074400           MOVE WS-PK-QUANTITY (WS-PK-IX)    TO WS-PL-QUANTITY.
074500           MOVE WS-PK-ORDER-COUNT (WS-PK-IX) TO WS-PL-ORDER-COUNT.
074600           MOVE WS-PICK-LINE TO PICK-RECORD.
074700           PERFORM 7900-WRITE-PICK THRU 7900-WRITE-PICK-EXIT.
074800 7100-PRINT-PICK-ITEM-EXIT.
074900           EXIT.
075000
075100**----------------------------------------------------------*
075200*    7900-WRITE-PICK                                        *
075300**----------------------------------------------------------*
075400 7900-WRITE-PICK.
075500           WRITE PICK-RECORD.
075600           IF WS-PICK-STATUS NOT = "00"
075700               DISPLAY "FCONLORD: PICKLIST WRITE ERROR, STATUS="
075800                   WS-PICK-STATUS
075900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
076000           END-IF.
076100 7900-WRITE-PICK-EXIT.
076200           EXIT.
076300
076400**----------------------------------------------------------*
076500*    7910-WRITE-NOTE                                        *
076600**----------------------------------------------------------*
076700 7910-WRITE-NOTE.
076800           WRITE NOTE-RECORD.
076900           IF WS-NOTE-STATUS NOT = "00"
077000               DISPLAY "FCONLORD: DESPNOTE WRITE ERROR, STATUS="
077100                   WS-NOTE-STATUS
077200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
077300           END-IF.
077400 7910-WRITE-NOTE-EXIT.
077500           EXIT.
077600
077700**----------------------------------------------------------*
077800*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
077900*    RUN'S CONTROL TOTALS                                   *
078000**----------------------------------------------------------*
078100 8000-TERMINATE.
078200           CLOSE PURCH-FILE.
078300           CLOSE CUST-FILE.
078400           CLOSE ORDER-FILE.
078500           CLOSE PICK-FILE.
078600           CLOSE NOTE-FILE.
078700           DISPLAY "FCONLORD: " WS-ONLINE-MSG-COUNT
078800               " ONLINE MESSAGE(S), " WS-ORDER-COUNT
078900               " ORDER(S) CAPTURED, " WS-RETURN-COUNT
079000               " RETURN(S) NOT PICKED".
079100           DISPLAY "FCONLORD: " WS-CURRENT-ADDR-CNT
079200               " SENT TO CURRENT ADDRESS, " WS-NO-ADDR-COUNT
079300               " WITH NO ADDRESS".
079400           IF WS-DUP-ORDER-COUNT > ZERO
079500               DISPLAY "FCONLORD: " WS-DUP-ORDER-COUNT
079600                   " ORDER(S) ALREADY ON ONLORDR, EARLIER RUN"
079700           END-IF.
079800           IF WS-PICK-OVERFLOW-CNT > ZERO
079900               DISPLAY "FCONLORD: " WS-PICK-OVERFLOW-CNT
080000                   " ORDER LINE(S) EXCEEDED THE PICK TABLE"
080100           END-IF.
080200 8000-TERMINATE-EXIT.
080300           EXIT.
080400
080500**----------------------------------------------------------*
080600*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
080700*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
080800**----------------------------------------------------------*
080900 9999-ABEND.
081000           MOVE 16 TO RETURN-CODE.
081100           STOP RUN.
081200 9999-ABEND-EXIT.
081300           EXIT.
