       01  ControlTotalsRecord.
           03  ControlTotalsKey.
               05  RunDate             PIC 9(8).
               05  SourceBranchID      PIC X(5).
               05  JobName             PIC X(8).
           03  MessageTotal            PIC 9(7).
           03  InvoiceTotal            PIC 9(7).
           03  ItemTotal               PIC 9(9).
           03  GrossValueTotal         PIC S9(13)  COMP-3.
           03  WrittenTime             PIC 9(8).
