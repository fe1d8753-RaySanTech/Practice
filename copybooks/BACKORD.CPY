      *> BO-STATUS is "O" while the customer is waiting and "F"
      *> once receiving has flagged the row ready - the counter
      *> calls the customer off the "F" rows.
      *> BO-OPERATOR-ID is the clerk who took the backorder.
       01 Backorder-Record.
           05 BO-DATE          PIC X(08).
           05 BO-ITEM-NO       PIC X(10).
           05 BO-CUSTOMER-NAME PIC X(30).
           05 BO-PHONE         PIC X(12).
           05 BO-STATUS        PIC X(01).
           05 BO-OPERATOR-ID   PIC X(05).
