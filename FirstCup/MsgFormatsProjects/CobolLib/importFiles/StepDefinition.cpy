       01  StepDefinitionRecord.
           03  StepSequence            PIC 9(3).
           03  StepName                PIC X(8).
           03  StepProgram             PIC X(8).
           03  MaxReturnCode           PIC 9(4).
           03  PredecessorCount        PIC 9.
           03  Predecessor             PIC X(8)  OCCURS 9 TIMES.
