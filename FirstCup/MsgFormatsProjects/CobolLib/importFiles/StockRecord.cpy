       01  StockRecord.
           03  StockKey.
               05  BranchID                PIC X(5).
               05  ItemCode                PIC X(13).
           03  OnHandQuantity              PIC S9(9)V9(3) COMP-3.
           03  ReorderLevel                PIC 9(7)V9(3)  COMP-3.
           03  InTransitQuantity           PIC S9(9)V9(3) COMP-3.
           03  ReorderLevelSource          PIC X.
               88  Manual-Reorder-Level    VALUE "M".
               88  Calculated-Reorder-Level VALUE "C".
