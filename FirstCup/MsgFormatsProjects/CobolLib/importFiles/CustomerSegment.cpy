       01  CustomerSegmentRecord.
           03  CustomerReference           PIC 9(10).
           03  CustomerInitial             PIC X      OCCURS 2.
           03  Surname                     PIC X(50).
           03  CustomerRegion              PIC X(4).
           03  AnalysisDate                PIC 9(8).
           03  LastPurchaseDate            PIC 9(8).
           03  RecencyDays                 PIC 9(5).
           03  PurchaseFrequency           PIC 9(5).
           03  MonetaryValue               PIC S9(11).
           03  RecencyScore                PIC 9.
           03  FrequencyScore              PIC 9.
           03  MonetaryScore               PIC 9.
           03  LoyaltyPoints               PIC S9(9).
           03  SegmentCode                 PIC X(4).
               88  Champion-Segment        VALUE "CHMP".
               88  New-Customer-Segment    VALUE "NEWC".
               88  Loyal-Segment           VALUE "LOYL".
               88  Big-Spender-Segment     VALUE "BIGS".
               88  At-Risk-Segment         VALUE "ATRK".
               88  Lapsed-Segment          VALUE "LAPS".
               88  Occasional-Segment      VALUE "OCCS".
               88  Never-Purchased-Segment VALUE "NEVR".
           03  SegmentConsent              PIC X.
