                   07  PostalCode           PIC X(15).
                   07  CountryCode          PIC X(03).
                   07  FILLER               PIC X(14).
           03  MarketingConsent            PIC X.
               88  Marketing-Permitted     VALUE "Y".
               88  Marketing-Opted-Out     VALUE "N".
               88  Marketing-Not-Asked     VALUE " ".
