      *> CLOSEOUT.CPY - register close-out file, one row per shift
      *> closed, keyed in practice by CO-DATE and CO-SHIFT; the
      *> close-out program refuses a second row for the same pair.
      *> The sales-order and payment files carry no shift, so each
      *> close takes the day's totals so far less what the earlier
      *> shifts of the same date already closed - the amounts on a
      *> row are that shift's own. CO-EXPECTED is what the drawer
      *> should hold: float plus cash sales plus payments taken,
      *> less cash refunded. CO-COUNTED is the cash counted by
      *> denomination plus checks, float included, and
      *> CO-OVER-SHORT is counted less expected (negative short).
       01 Close-Out-Record.
           05 CO-DATE          PIC X(08).
           05 CO-SHIFT         PIC 9(01).
           05 CO-OPERATOR-ID   PIC X(05).
           05 CO-CLOSE-TIME    PIC X(06).
           05 CO-FLOAT         PIC 9(07)V99.
           05 CO-CASH-COUNTED  PIC 9(07)V99.
           05 CO-CHECKS        PIC 9(07)V99.
           05 CO-CASH-SALES    PIC 9(07)V99.
           05 CO-CHARGE-SALES  PIC 9(07)V99.
           05 CO-CASH-REFUNDS  PIC 9(07)V99.
           05 CO-PAYMENTS      PIC 9(07)V99.
           05 CO-EXPECTED      PIC S9(07)V99.
           05 CO-COUNTED       PIC 9(07)V99.
           05 CO-OVER-SHORT    PIC S9(07)V99.
