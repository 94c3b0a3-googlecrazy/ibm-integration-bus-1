       01  RefundLedgerRecord.
           03  RefundKey.
               05  CustomerReference       PIC 9(10).
               05  SaleRunDate             PIC 9(8).
               05  SaleArchiveSeqNo        PIC 9(6).
               05  SaleItemSlot            PIC 99.
           03  RefundedQuantity            PIC S9(9)V9(3) COMP-3.
           03  LastRefundDate              PIC 9(8).
