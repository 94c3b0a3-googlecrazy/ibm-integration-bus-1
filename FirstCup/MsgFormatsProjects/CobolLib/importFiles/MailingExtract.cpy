       01  MailingExtractRecord.
           03  CustomerReference           PIC 9(10).
           03  CustomerInitial             PIC X      OCCURS 2.
           03  Surname                     PIC X(50).
           03  MailHouseNumber             PIC 9(3).
           03  MailStreet                  PIC X(50).
           03  MailTown                    PIC X(50).
           03  MailCountyOrRegion          PIC X(50).
           03  MailPostcode                PIC X(15).
           03  MailCountry                 PIC X.
           03  MailCountryCode             PIC X(3).
           03  SegmentCode                 PIC X(4).
           03  CustomerRegion              PIC X(4).
