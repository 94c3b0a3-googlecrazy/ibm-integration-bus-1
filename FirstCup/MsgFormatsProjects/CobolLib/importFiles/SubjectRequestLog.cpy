       01  SubjectRequestLogRecord.
           03  RequestID                   PIC X(10).
           03  CustomerReference           PIC 9(10).
           03  RequestMode                 PIC X.
               88  Access-Request          VALUE "A".
               88  Erasure-Request         VALUE "E".
           03  ReceivedDate                PIC 9(8).
           03  DueDate                     PIC 9(8).
           03  CompletedDate               PIC 9(8).
           03  DeadlineStatus              PIC X.
               88  Deadline-Met            VALUE "M".
               88  Deadline-Missed         VALUE "L".
           03  RequestOutcome              PIC X.
               88  Request-Completed       VALUE "C".
               88  Request-Rejected        VALUE "R".
           03  MasterRecords               PIC 9(3).
           03  HistoryRecords              PIC 9(7).
           03  LoyaltyRecords              PIC 9(3).
           03  OrderRecords                PIC 9(5).
           03  OrdersHeldBack              PIC 9(5).
           03  RecoveryImages              PIC 9(7).
