       01  PurchaseOrderLine.
           03  POLineKey.
               05  SupplierCode            PIC X(6).
               05  BranchID                PIC X(5).
               05  ItemCode                PIC X(13).
               05  OrderDate               PIC 9(8).
               05  PONumber                PIC 9(6).
           03  OrderedQuantity             PIC 9(7)V9(3)  COMP-3.
           03  ReceivedQuantity            PIC 9(7)V9(3)  COMP-3.
           03  InvoicedQuantity            PIC 9(7)V9(3)  COMP-3.
           03  AgreedCostPrice             PIC S9(4)      COMP-3.
           03  InvoicedAmount              PIC S9(9)      COMP-3.
           03  LastReceivedDate            PIC 9(8).
           03  LastInvoiceNumber           PIC X(10).
           03  POLineStatus                PIC X.
               88  Open-PO-Line            VALUE "O".
               88  Closed-PO-Line          VALUE "C".
