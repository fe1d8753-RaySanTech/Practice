      *> keyed against a charge account, so the month-end statement
      *> can list the payments next to the orders instead of the
      *> balance moving with no paper trail.
      *> PAY-OPERATOR-ID is the supervisor who keyed the payment.
       01 Customer-Payment-Record.
           05 PAY-CUSTOMER-NO PIC X(06).
           05 PAY-DATE        PIC X(08).
           05 PAY-AMOUNT      PIC 9(07)V99.
           05 PAY-OPERATOR-ID PIC X(05).
