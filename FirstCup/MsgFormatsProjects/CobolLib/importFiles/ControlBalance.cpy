       01  ControlBalanceRecord.
           03  BalancedRunDate         PIC 9(8).
           03  BalanceVerdict          PIC X.
               88  Run-In-Balance      VALUE "B".
               88  Run-Out-Of-Balance  VALUE "O".
           03  BranchesBalanced        PIC 9(3).
           03  JobsOutOfBalance        PIC 9.
           03  BalancedDate            PIC 9(8).
           03  BalancedTime            PIC 9(8).
