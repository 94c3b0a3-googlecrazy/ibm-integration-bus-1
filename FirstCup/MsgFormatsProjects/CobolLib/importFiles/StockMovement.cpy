               88  Return-Movement         VALUE "R".
               88  Delivery-Movement       VALUE "D".
               88  Adjustment-Movement     VALUE "A".
               88  Transfer-Out-Movement   VALUE "O".
               88  Transfer-In-Movement    VALUE "I".
           03  MovementQuantity            PIC S9(9)V9(3) COMP-3.
           03  SourceBranchID              PIC X(5).
