      *> GLPOSTED.CPY - general ledger posting register, one row per
      *> business date whose journal has been written to the
      *> journal file. The journal run refuses a date already on
      *> the register, so a rerun can never post a day twice.
       01 GL-Posted-Record.
           05 GP-DATE        PIC X(08).
           05 GP-POST-TIME   PIC X(06).
           05 GP-ENTRY-COUNT PIC 9(05).
           05 GP-DEBITS      PIC 9(09)V99.
           05 GP-CREDITS     PIC 9(09)V99.
