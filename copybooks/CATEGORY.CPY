      *> CATEGORY.CPY - category/department master, keyed by
      *> CAT-CODE. The GL account is where the accounting package
      *> posts this department's inventory. CAT-TAX-FLAG marks a
      *> department whose sales are exempt from sales tax; anything
      *> else, blank included, is taxed at the register.
       01 Category-Record.
           05 CAT-CODE        PIC X(04).
           05 CAT-DESCRIPTION PIC X(30).
           05 CAT-GL-ACCOUNT  PIC X(08).
           05 CAT-TAX-FLAG    PIC X(01).
              88 CAT-TAXABLE     VALUE "T", " ".
              88 CAT-TAX-EXEMPT  VALUE "E".
