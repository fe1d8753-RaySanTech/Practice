      *> REORDPROP.CPY - reorder proposal file, one row per item the
      *> recalculation proposes new reorder values for. Each review
      *> run writes the file afresh from the sales history: the
      *> average daily sales it found over RP-HISTORY-DAYS, the
      *> lead time it used (the vendor's VEN-LEAD-DAYS), the values
      *> on reorder.dat when it ran, and the values it proposes.
      *> RP-STATUS is "P" proposed, "Y" approved by a buyer, "R"
      *> rejected, "A" applied to reorder.dat, or "S" skipped at
      *> apply time because the item had been pinned or
      *> discontinued since the review. RP-OPERATOR-ID is the buyer
      *> who approved or rejected the row.
       01 Reorder-Proposal-Record.
           05 RP-ITEM-NO         PIC X(10).
           05 RP-VENDOR-NO       PIC X(05).
           05 RP-REVIEW-DATE     PIC X(08).
           05 RP-HISTORY-DAYS    PIC 9(04).
           05 RP-UNITS-SOLD      PIC 9(07).
           05 RP-DAILY-SALES     PIC 9(05)V99.
           05 RP-LEAD-DAYS       PIC 9(03).
           05 RP-CURRENT-POINT   PIC 9(05).
           05 RP-CURRENT-UP-TO   PIC 9(05).
           05 RP-PROPOSED-POINT  PIC 9(05).
           05 RP-PROPOSED-UP-TO  PIC 9(05).
           05 RP-STATUS          PIC X(01).
              88 RP-PROPOSED         VALUE "P".
              88 RP-APPROVED         VALUE "Y".
              88 RP-REJECTED         VALUE "R".
              88 RP-APPLIED          VALUE "A".
              88 RP-SKIPPED          VALUE "S".
           05 RP-OPERATOR-ID     PIC X(05).
