       01  CardPositionRecord.
           03  PositionKey.
               05  PositionBranchID        PIC X(5).
               05  TradingDate             PIC 9(8).
           03  TakingsStatus               PIC X.
               88  Takings-Loaded          VALUE "Y".
               88  Takings-Awaited         VALUE "N".
           03  CardTakings                 PIC S9(9)   COMP-3.
           03  SettledAmount               PIC S9(9)   COMP-3.
           03  UnsettledAmount             PIC S9(9)   COMP-3.
           03  PostedAmount                PIC S9(9)   COMP-3.
           03  LastSettlementDate          PIC 9(8).
           03  PositionStatus              PIC X.
               88  Position-Open           VALUE "O".
               88  Position-Cleared        VALUE "C".
           03  ClearedDate                 PIC 9(8).
