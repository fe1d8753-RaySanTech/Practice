      *> buy on account, keyed by CU-NO. CU-BALANCE is what the
      *> customer owes right now: charged orders add to it, posted
      *> payments come off it. Signed so a customer who pays ahead
      *> carries a credit instead of wrapping. A trade customer who
      *> has filed a resale or exemption certificate carries
      *> CU-TAX-EXEMPT "Y" and the certificate number, and is not
      *> charged sales tax at the register. CU-CREDIT-LIMIT is the
      *> most the account may owe after a charge - zero means no
      *> credit has been granted - and CU-CREDIT-HOLD "Y" stops
      *> every charge; either refusal at the register takes a
      *> supervisor's override.
       01 Customer-Record.
           05 CU-NO      PIC X(06).
           05 CU-NAME    PIC X(30).
           05 CU-PHONE   PIC X(12).
           05 CU-BALANCE PIC S9(07)V99.
           05 CU-TAX-EXEMPT  PIC X(01).
              88 CU-EXEMPT      VALUE "Y".
           05 CU-TAX-CERT-NO PIC X(15).
           05 CU-CREDIT-LIMIT PIC 9(07)V99.
           05 CU-CREDIT-HOLD  PIC X(01).
              88 CU-ON-HOLD      VALUE "Y".
