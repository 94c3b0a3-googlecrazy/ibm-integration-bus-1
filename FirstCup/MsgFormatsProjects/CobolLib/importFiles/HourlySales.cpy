       01  HourlySalesRecord.
           03  SummaryRunDate              PIC 9(8).
           03  SourceBranchID              PIC X(5).
           03  SourceTillID                PIC 9(4).
           03  TradingHour                 PIC 99.
           03  HourlyInvoices              PIC S9(9)   COMP-3.
           03  HourlyItems                 PIC S9(9)   COMP-3.
