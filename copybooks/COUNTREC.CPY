      *> taken one location at a time, against that location's
      *> quantity. A blank location on a row keyed before locations
      *> existed reads as the floor.
      *> CN-OPERATOR-ID is the operator who keyed the count line.
       01 Count-Record.
           05 CN-ITEM-NO    PIC X(10).
           05 CN-COUNT-QTY  PIC 9(05).
           05 CN-COUNT-DATE PIC X(08).
           05 CN-LOCATION   PIC X(01).
           05 CN-OPERATOR-ID PIC X(05).
