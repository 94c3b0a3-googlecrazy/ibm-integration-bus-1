       01  PriceDownloadRecord.
           03  DownloadRecordType          PIC X.
               88  Download-Header         VALUE "H".
               88  Download-Price          VALUE "P".
               88  Download-Delete         VALUE "D".
               88  Download-Trailer        VALUE "T".
           03  DownloadBranchID            PIC X(5).
           03  DownloadDetail              PIC X(68).
           03  DownloadHeader   REDEFINES DownloadDetail.
               05  TradingDate             PIC 9(8).
               05  DownloadMode            PIC X.
                   88  Full-Refresh        VALUE "F".
                   88  Changes-Only        VALUE "C".
               05  ChangesSinceDate        PIC 9(8).
               05  BuildDate               PIC 9(8).
               05  FILLER                  PIC X(43).
           03  DownloadItem     REDEFINES DownloadDetail.
               05  ItemCode                PIC X(13).
               05  ItemType                PIC X.
               05  Description             PIC X(50).
               05  EffectivePrice          PIC S9(4)   COMP-3.
               05  PriceSource             PIC X.
                   88  Master-Price        VALUE "M".
                   88  Promotion-Price     VALUE "P".
           03  DownloadTrailer  REDEFINES DownloadDetail.
               05  ControlCount            PIC 9(7).
               05  FILLER                  PIC X(61).
