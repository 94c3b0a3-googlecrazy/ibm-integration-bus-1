               88  Address-Count-Invalid   VALUE 06.
               88  Transaction-Type-Invalid VALUE 07.
               88  Branch-Till-Invalid     VALUE 08.
               88  Consent-Flag-Invalid    VALUE 09.
           03  RejectRecordImage           PIC X(873262).
