      *> interactive change does (PRICE log row and price-history
      *> row included), and marks the row "A" so a second run the
      *> same morning cannot apply it twice.
      *> PP-OPERATOR-ID and PP-KEYED-DATE are who keyed the change
      *> and when; the apply run stamps that operator on the PRICE
      *> row it writes, so the change is traced to whoever keyed it.
       01 Pending-Price-Record.
           05 PP-ITEM-NO   PIC X(10).
           05 PP-NEW-PRICE PIC 9(05)V99.
           05 PP-EFF-DATE  PIC X(08).
           05 PP-STATUS    PIC X(01).
           05 PP-OPERATOR-ID PIC X(05).
           05 PP-KEYED-DATE  PIC X(08).
