               05  ItemCode                PIC X(13).
               05  ReorderQuantity         PIC 9(7)V9(3)  COMP-3.
               05  LeadTimeDays            PIC 9(3).
               05  CostPrice               PIC S9(4)   COMP-3.
