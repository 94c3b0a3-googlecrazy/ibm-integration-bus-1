       01  PriceDownloadControlRecord.
           03  BranchID                    PIC X(5).
           03  LastBuildDate               PIC 9(8).
           03  LastTradingDate             PIC 9(8).
           03  LastDownloadMode            PIC X.
           03  LastControlCount            PIC 9(7).
