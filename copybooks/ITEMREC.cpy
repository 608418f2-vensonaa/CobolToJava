           05 ITEM-STATUS              PIC X(1).
           05 ITEM-REORDER-POINT       PIC 9(7).
           05 ITEM-REORDER-QTY         PIC 9(7).
           05 ITEM-QTY-ON-ORDER        PIC 9(7).
           05 ITEM-UNIT-COST           PIC 9(5)V99.
           05 ITEM-COUNT-CLASS         PIC X(1).
           05 ITEM-COUNT-STATUS        PIC X(1).
              88 ITEM-NOT-IN-COUNT     VALUE ' '.
              88 ITEM-COUNT-SELECTED   VALUE 'S'.
              88 ITEM-COUNT-ENTERED    VALUE 'C'.
           05 ITEM-COUNT-DATE          PIC 9(8).
           05 ITEM-COUNT-FROZEN-QTY    PIC S9(7).
           05 FILLER                   PIC X(2).
