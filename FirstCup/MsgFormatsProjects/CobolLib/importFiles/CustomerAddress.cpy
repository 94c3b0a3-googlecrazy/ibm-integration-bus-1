           COPY MessageHeader
               REPLACING ==:TOPLEV:== BY ==03== ==:SUBLEV:== BY ==05==.
           03  CustomerReference           PIC 9(10) COMP.
           03  MarketingConsent            PIC X.
               88  Consent-Given           VALUE "Y".
               88  Consent-Withdrawn       VALUE "N".
               88  Consent-Not-Stated      VALUE " ".
               88  Consent-Valid           VALUE "Y" "N" " ".
           03  AddressCount                PIC 99   COMP.
           03  Addresses  OCCURS 1 TO 20 TIMES
                          DEPENDING ON AddressCount
