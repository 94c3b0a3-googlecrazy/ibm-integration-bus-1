       01  BatchStepRecord.
           03  BatchStepKey.
               05  RunDate             PIC 9(8).
               05  StepName            PIC X(8).
           03  StepStatus              PIC X.
               88  Step-Running        VALUE "R".
               88  Step-Complete       VALUE "C".
               88  Step-Failed         VALUE "F".
           03  StartDate               PIC 9(8).
           03  StartTime               PIC 9(8).
           03  EndDate                 PIC 9(8).
           03  EndTime                 PIC 9(8).
           03  StepReturnCode          PIC 9(4).
           03  AttemptCount            PIC 9(3).
