      *> per vendor, with the supplier master key carried in
      *> PO-VENDOR-NO on every row of the order; spaces is the
      *> order for items nobody has assigned a vendor yet.
      *> PO-OPERATOR-ID and PO-CHANGE-DATE are who last changed the
      *> row and when: "BATCH" and the order date when generated,
      *> then the operator who received or cancelled the line.
      *> PO-RECEIVED-COST is the unit cost confirmed off the
      *> delivery paperwork when the line was received - what the
      *> vendor's invoice is matched against. It is zero on open
      *> and cancelled lines and on lines received before the
      *> field existed.
      *> PO-VENDOR-PART-NO is the supplier's own part number for
      *> the item, copied off the Inventory-Record when the order
      *> is generated so the order reads in the vendor's terms;
      *> spaces on header rows, on items with no part number on
      *> file, and on rows written before the field existed.
      *> PO-RECEIVED-DATE is the date the receiving program posted
      *> the line - what the vendor scorecard measures actual lead
      *> time to. Spaces until the line is received, and on lines
      *> received before the field existed.
       01 Purchase-Order-Record.
           05 PO-RECORD-TYPE   PIC X(01).
           05 PO-NO            PIC 9(06).
           05 PO-STATUS        PIC X(01).
           05 PO-VENDOR-NO     PIC X(05).
           05 PO-CANCEL-REASON PIC X(30).
           05 PO-OPERATOR-ID   PIC X(05).
           05 PO-CHANGE-DATE   PIC X(08).
           05 PO-RECEIVED-COST PIC 9(05)V99.
           05 PO-VENDOR-PART-NO PIC X(20).
           05 PO-RECEIVED-DATE PIC X(08).
