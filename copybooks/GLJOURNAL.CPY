      *> GLJOURNAL.CPY - general ledger journal file for the
      *> accounting package, one row per account, department and
      *> entry type posted for a business date, debits and credits
      *> summarized for the day. A department's sales, returns, cost
      *> of goods sold and inventory rows all carry that
      *> department's CAT-GL-ACCOUNT; GL-ENTRY-TYPE (SALES, RETURNS,
      *> COGS, INVENTRY) tells the package which side of the
      *> department the amount belongs to. Cash, receivables, sales
      *> tax, received-not-invoiced, shrinkage and adjustment rows
      *> carry the shop's control accounts. Every date's rows
      *> balance - debits equal credits - or the date is not
      *> written at all.
       01 GL-Journal-Record.
           05 GL-DATE        PIC X(08).
           05 GL-ACCOUNT     PIC X(08).
           05 GL-DEPARTMENT  PIC X(04).
           05 GL-ENTRY-TYPE  PIC X(08).
           05 GL-DESCRIPTION PIC X(30).
           05 GL-DEBIT       PIC 9(09)V99.
           05 GL-CREDIT      PIC 9(09)V99.
