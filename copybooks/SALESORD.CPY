      *> under its own order number, with SO-REF-ORDER-NO pointing
      *> back at the order the goods came off; the field is zero on
      *> ordinary orders.
      *> SO-TAX-AMOUNT is the sales tax on an "H" row, or the tax
      *> refunded on a "C" row, and is already included in that
      *> row's SO-LINE-TOTAL. Each "D" and "R" row carries the
      *> line's SO-TAX-CODE: "T" taxed, "C" exempt because of its
      *> category, "X" exempt because the customer is. Rows
      *> written before tax was collected carry neither.
      *> SO-OPERATOR-ID is the operator signed on at the register or
      *> the returns counter, stamped on every row of the order.
       01 Sales-Order-Record.
           05 SO-RECORD-TYPE  PIC X(01).
           05 SO-ORDER-NO     PIC 9(06).
           05 SO-LINE-TOTAL   PIC 9(09)V99.
           05 SO-CUSTOMER-NO  PIC X(06).
           05 SO-REF-ORDER-NO PIC 9(06).
           05 SO-TAX-AMOUNT   PIC 9(07)V99.
           05 SO-TAX-CODE     PIC X(01).
              88 SO-TAXED           VALUE "T".
              88 SO-EXEMPT-CATEGORY VALUE "C".
              88 SO-EXEMPT-CUSTOMER VALUE "X".
           05 SO-OPERATOR-ID  PIC X(05).
