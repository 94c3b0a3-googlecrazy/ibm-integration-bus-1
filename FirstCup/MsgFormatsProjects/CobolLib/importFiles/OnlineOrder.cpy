       01  OnlineOrderRecord.
           03  OrderKey.
               05  OrderBranchID           PIC X(5).
               05  OrderDate               PIC 9(8).
               05  OrderMessageSequence    PIC 9(9).
               05  OrderInvoiceNumber      PIC 99.
           03  CustomerReference           PIC 9(10).
           03  CustomerInitial             PIC X    OCCURS 2.
           03  Surname                     PIC X(50).
           03  OrderChannelCode            PIC X(04).
           03  DeliveryAddressType         PIC X.
               88  Deliver-To-Delivery     VALUE "D".
               88  Deliver-To-Current      VALUE "C".
               88  No-Delivery-Address     VALUE SPACE.
           03  DeliveryCountry             PIC X.
               88  Overseas-Delivery       VALUE "O".
           03  DeliveryAddress             PIC X(162).
           03  OrderLineCount              PIC 99   COMP.
           03  OrderLines                  OCCURS 50 TIMES.
               05  ItemCode                PIC X(13).
               05  Description             PIC X(50).
               05  OrderedQuantity         PIC S9(9)V9(3) COMP-3.
           03  OrderStatus                 PIC X.
               88  Awaiting-Despatch       VALUE "O".
               88  Order-Despatched        VALUE "D".
           03  DespatchDate                PIC 9(8).
           03  ConsignmentNumber           PIC X(20).
