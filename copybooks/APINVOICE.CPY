      *> APINVOICE.CPY - vendor invoice file. Each keyed invoice is
      *> one "H" header row followed by one "L" row per purchase-
      *> order line billed. The header carries the vendor, the
      *> vendor's own invoice number and date, the PO it bills, the
      *> invoice total as keyed in AP-AMOUNT, and the approved and
      *> held totals of its lines. A line carries the item, the
      *> quantity and unit cost billed, their extension in
      *> AP-AMOUNT, and what it was matched against: the quantity
      *> received on the PO line and the cost confirmed at
      *> receiving. AP-STATUS is "A" approved for payment or "H"
      *> held, with the reason in AP-HOLD-REASON; a header is
      *> approved only when every line is and the keyed total
      *> agrees with the lines.
       01 AP-Invoice-Record.
           05 AP-RECORD-TYPE    PIC X(01).
              88 AP-HEADER          VALUE "H".
              88 AP-LINE            VALUE "L".
           05 AP-VENDOR-NO      PIC X(05).
           05 AP-INVOICE-NO     PIC X(15).
           05 AP-INVOICE-DATE   PIC X(08).
           05 AP-PO-NO          PIC 9(06).
           05 AP-ITEM-NO        PIC X(10).
           05 AP-QTY-BILLED     PIC 9(05).
           05 AP-UNIT-COST      PIC 9(05)V99.
           05 AP-AMOUNT         PIC 9(09)V99.
           05 AP-QTY-RECEIVED   PIC 9(05).
           05 AP-CONFIRMED-COST PIC 9(05)V99.
           05 AP-APPROVED-AMOUNT PIC 9(09)V99.
           05 AP-HELD-AMOUNT    PIC 9(09)V99.
           05 AP-STATUS         PIC X(01).
              88 AP-APPROVED        VALUE "A".
              88 AP-HELD            VALUE "H".
           05 AP-HOLD-REASON    PIC X(30).
           05 AP-ENTRY-DATE     PIC X(08).
           05 AP-OPERATOR-ID    PIC X(05).
