      *> quantity before and after, the item's total quantity is
      *> unchanged, and the row is NOT part of the quantity chain
      *> the reconciliation and the movement report replay.
      *> TXN-OPERATOR-ID is the operator signed on when the row was
      *> written, "BATCH" for the nightly and morning runs, and
      *> spaces on rows written before sign-on existed.
       01 Transaction-Log-Record.
           05 TXN-DATE      PIC X(08).
           05 TXN-ITEM-NO   PIC X(10).
           05 TXN-FIELD     PIC X(08).
           05 TXN-OLD-VALUE PIC 9(07)V99.
           05 TXN-NEW-VALUE PIC 9(07)V99.
           05 TXN-OPERATOR-ID PIC X(05).
