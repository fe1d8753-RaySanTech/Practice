      *> in the low-stock report; a zero reorder-up-to falls back to
      *> twice the effective reorder point when purchase orders are
      *> suggested.
      *> RO-PINNED "Y" is an item whose values were set by hand
      *> through Reorder_Point_Maintenance; the recalculation never
      *> touches a pinned item. A file written before the flag was
      *> added is rebuilt through Inventory_Layout_Convert with
      *> every item unpinned.
       01 Reorder-Record.
           05 RO-ITEM-NO       PIC X(10).
           05 RO-REORDER-POINT PIC 9(05).
           05 RO-REORDER-UP-TO PIC 9(05).
           05 RO-PINNED        PIC X(01).
              88 RO-PINNED-BY-HAND  VALUE "Y".
