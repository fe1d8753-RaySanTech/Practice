      *
      * Vendor_Invoice_Entry - keys a vendor's invoice against the
      * purchase order it bills and matches it three ways before
      * anyone pays it: what was ordered, what came off the truck,
      * and what it cost at receiving. The operator keys the
      * invoice header - vendor, the vendor's invoice number, the
      * invoice date and total - and the PO number; each line of
      * the order is then shown with its ordered and received
      * quantities and the cost confirmed at receiving, and the
      * operator keys the quantity and unit cost billed for it.
      * A line is approved for payment when it bills no more than
      * was received (less anything already approved on earlier
      * invoices for the same line) and its cost is within the
      * tolerance of the confirmed cost. Otherwise it is held with
      * the reason: billed over ordered, billed over received,
      * cost over confirmed cost, or the line was cancelled "X".
      * An invoice number the vendor has already used is saved but
      * held as a duplicate, every line with it, so it shows on the
      * exception report instead of being paid twice. The header is
      * approved only when every line is and the keyed total agrees
      * with the lines. Buyer or supervisor sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Vendor_Invoice_Entry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select AP-Invoice-File Assign To "apinvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           Select Purchase-Order-File Assign To "porder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           Select Vendor-File Assign To "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-NO
               FILE STATUS IS WS-VEN-STATUS.

           Select Inventory-File Assign To "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AP-Invoice-File.
       COPY "APINVOICE.CPY".

       FD Purchase-Order-File.
       COPY "PORDER.CPY".

       FD Vendor-File.
       COPY "VENDOR.CPY".

       FD Inventory-File.
       COPY "INVREC.CPY".

       FD Operator-File.
       COPY "OPERATOR.CPY".

       WORKING-STORAGE SECTION.
       01 WS-OPR-STATUS      PIC XX.
       01 WS-SIGNON-ID       PIC X(5).
       01 WS-SIGNON-PASSWORD PIC X(10).
       01 WS-SIGNON-TRIES    PIC 9 VALUE ZERO.
       01 WS-SIGNON-SWITCH   PIC X VALUE "N".
           88 SIGNED-ON          VALUE "Y".
       01 WS-SIGNON-LEVEL    PIC X VALUE SPACE.
           88 SIGNON-BUYER-UP    VALUE "B", "S".
           88 SIGNON-SUPERVISOR  VALUE "S".

       01 WS-AP-STATUS      PIC XX.
       01 WS-PO-STATUS      PIC XX.
       01 WS-VEN-STATUS     PIC XX.
       01 WS-INV-STATUS     PIC XX.

       01 WS-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-FILE       VALUE "Y".

      *> Matching tolerances. A billed cost up to 2% over the cost
      *> confirmed at receiving is approved; the keyed invoice
      *> total may differ from its lines by up to a dollar of
      *> rounding.
       01 WS-COST-TOLERANCE  PIC V999 VALUE .020.
       01 WS-TOTAL-TOLERANCE PIC 9V99 VALUE 1.00.

       01 WS-VENDOR-NO       PIC X(5).
       01 WS-INVOICE-NO      PIC X(15).
       01 WS-INVOICE-DATE    PIC X(8).
       01 WS-INVOICE-TOTAL   PIC 9(07)V99.
       01 WS-PO-NO-ENTRY     PIC 9(6).
       01 WS-ENTRY-DATE      PIC X(8).

       01 WS-ENTRY-SWITCH    PIC X VALUE "Y".
           88 ENTRY-OK           VALUE "Y".

       01 WS-DUPLICATE-SWITCH PIC X VALUE "N".
           88 DUPLICATE-INVOICE  VALUE "Y".

      *> The entered PO's detail lines, with what earlier approved
      *> invoices have already billed against each.
       01 WS-PO-TABLE.
           05 WS-PO-LINE-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-PO-LINE OCCURS 200 TIMES.
              10 WS-P-ITEM-NO       PIC X(10).
              10 WS-P-ORDER-QTY     PIC 9(05).
              10 WS-P-RECEIVED-QTY  PIC 9(05).
              10 WS-P-STATUS        PIC X(01).
              10 WS-P-RECEIVED-COST PIC 9(05)V99.
              10 WS-P-PRIOR-BILLED  PIC 9(07).

       01 WS-PO-SUB          PIC 9(4).
       01 WS-PO-VENDOR-NO    PIC X(5).

       01 WS-PO-OVERFLOW-SWITCH PIC X VALUE "N".
           88 PO-TABLE-OVERFLOWED   VALUE "Y".

      *> The invoice lines keyed this run.
       01 WS-LINE-TABLE.
           05 WS-LINE-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-LINE OCCURS 200 TIMES.
              10 WS-L-ITEM-NO        PIC X(10).
              10 WS-L-QTY-BILLED     PIC 9(05).
              10 WS-L-UNIT-COST      PIC 9(05)V99.
              10 WS-L-AMOUNT         PIC 9(09)V99.
              10 WS-L-QTY-RECEIVED   PIC 9(05).
              10 WS-L-CONFIRMED-COST PIC 9(05)V99.
              10 WS-L-STATUS         PIC X(01).
              10 WS-L-HOLD-REASON    PIC X(30).

       01 WS-LINE-SUB        PIC 9(4).

       01 WS-BILLED-QTY      PIC 9(05).
       01 WS-BILLED-COST     PIC 9(05)V99.
       01 WS-CONFIRMED-COST  PIC 9(05)V99.
       01 WS-COST-LIMIT      PIC 9(07)V9(5).
       01 WS-QTY-LIMIT       PIC S9(07).

       01 WS-LINES-TOTAL     PIC 9(09)V99.
       01 WS-APPROVED-AMOUNT PIC 9(09)V99.
       01 WS-HELD-AMOUNT     PIC 9(09)V99.
       01 WS-TOTAL-DIFFERENCE PIC S9(09)V99.
       01 WS-HEADER-STATUS   PIC X.
       01 WS-HEADER-REASON   PIC X(30).

       01 WS-EDIT-PROMPT     PIC X(40).
       01 WS-EDIT-INPUT      PIC X(12).
       01 WS-EDIT-TALLY      PIC 9(2).
       01 WS-EDIT-WORK-NUM   PIC 9(9)V99.
       01 WS-EDIT-LIMIT      PIC 9(7)V99.
       01 WS-EDIT-LIMIT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-AMOUNT   PIC 9(07)V99.
       01 WS-EDITED-QTY      PIC 9(05).
       01 WS-EDIT-OK-SWITCH  PIC X VALUE "N".
           88 EDIT-OK            VALUE "Y".

       01 WS-AMOUNT-EDIT     PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           IF NOT SIGNON-BUYER-UP
              DISPLAY "Vendor invoice entry needs a buyer or"
                 " supervisor sign-on."
              STOP RUN
           END-IF.
           ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD.
           PERFORM TAKE-INVOICE-HEADER.
           IF ENTRY-OK
              PERFORM LOAD-ORDER-LINES
           END-IF.
           IF ENTRY-OK
              PERFORM CHECK-EARLIER-INVOICES
              PERFORM TAKE-INVOICE-LINES
              IF WS-LINE-COUNT = ZEROS
                 DISPLAY "No lines billed, invoice not saved."
              ELSE
                 PERFORM SET-HEADER-STATUS
                 PERFORM WRITE-INVOICE
                 PERFORM SHOW-INVOICE-RESULT
              END-IF
           END-IF.
           STOP RUN.

       TAKE-INVOICE-HEADER.
           DISPLAY "Enter vendor number:".
           ACCEPT WS-VENDOR-NO.
           OPEN INPUT Vendor-File.
           IF WS-VEN-STATUS = "35"
              DISPLAY "No supplier master on file."
              MOVE "N" TO WS-ENTRY-SWITCH
           ELSE
              MOVE WS-VENDOR-NO TO VEN-NO
              READ Vendor-File
                 INVALID KEY
                    DISPLAY "Vendor not on master: " WS-VENDOR-NO
                    MOVE "N" TO WS-ENTRY-SWITCH
                 NOT INVALID KEY
                    DISPLAY "Vendor " VEN-NO " " VEN-NAME
              END-READ
              CLOSE Vendor-File
           END-IF.
           IF ENTRY-OK
              DISPLAY "Enter vendor's invoice number:"
              MOVE SPACES TO WS-INVOICE-NO
              ACCEPT WS-INVOICE-NO
              IF WS-INVOICE-NO = SPACES
                 DISPLAY "Invoice number is required."
                 MOVE "N" TO WS-ENTRY-SWITCH
              END-IF
           END-IF.
           IF ENTRY-OK
              DISPLAY "Enter invoice date (YYYYMMDD), blank for today:"
              MOVE SPACES TO WS-INVOICE-DATE
              ACCEPT WS-INVOICE-DATE
              IF WS-INVOICE-DATE = SPACES
                 MOVE WS-ENTRY-DATE TO WS-INVOICE-DATE
              END-IF
              IF WS-INVOICE-DATE IS NOT NUMERIC
                 DISPLAY "Enter the date as YYYYMMDD."
                 MOVE "N" TO WS-ENTRY-SWITCH
              END-IF
           END-IF.
           IF ENTRY-OK
              MOVE "Enter invoice total:" TO WS-EDIT-PROMPT
              MOVE 9999999.99 TO WS-EDIT-LIMIT
              PERFORM EDIT-AMOUNT-ENTRY
              MOVE WS-EDITED-AMOUNT TO WS-INVOICE-TOTAL
              DISPLAY "Enter PO number the invoice bills:"
              ACCEPT WS-PO-NO-ENTRY
           END-IF.

      *>----------------------------------------------------------
      *> The entered PO's detail lines off the order file. The
      *> order must be this vendor's - an invoice keyed against
      *> somebody else's PO is refused outright.
      *>----------------------------------------------------------
       LOAD-ORDER-LINES.
           MOVE SPACES TO WS-PO-VENDOR-NO.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Purchase-Order-File.
           IF WS-PO-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Purchase-Order-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF PO-NO = WS-PO-NO-ENTRY
                          MOVE PO-VENDOR-NO TO WS-PO-VENDOR-NO
                          IF PO-RECORD-TYPE = "D"
                             PERFORM ADD-ORDER-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Purchase-Order-File
           END-IF.
           EVALUATE TRUE
              WHEN WS-PO-LINE-COUNT = ZEROS
                 DISPLAY "PO not found: " WS-PO-NO-ENTRY
                 MOVE "N" TO WS-ENTRY-SWITCH
              WHEN PO-TABLE-OVERFLOWED
                 DISPLAY "PO has more lines than one invoice run"
                    " takes."
                 MOVE "N" TO WS-ENTRY-SWITCH
              WHEN WS-PO-VENDOR-NO NOT = WS-VENDOR-NO
                 DISPLAY "PO " WS-PO-NO-ENTRY " is vendor "
                    WS-PO-VENDOR-NO "'s order, not " WS-VENDOR-NO "."
                 MOVE "N" TO WS-ENTRY-SWITCH
           END-EVALUATE.

       ADD-ORDER-LINE.
           IF WS-PO-LINE-COUNT = 200
              SET PO-TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-PO-LINE-COUNT
              MOVE PO-ITEM-NO      TO WS-P-ITEM-NO (WS-PO-LINE-COUNT)
              MOVE PO-ORDER-QTY    TO WS-P-ORDER-QTY (WS-PO-LINE-COUNT)
              MOVE PO-RECEIVED-QTY
                 TO WS-P-RECEIVED-QTY (WS-PO-LINE-COUNT)
              MOVE PO-STATUS       TO WS-P-STATUS (WS-PO-LINE-COUNT)
              IF PO-RECEIVED-COST IS NUMERIC
                 MOVE PO-RECEIVED-COST
                    TO WS-P-RECEIVED-COST (WS-PO-LINE-COUNT)
              ELSE
                 MOVE ZEROS TO WS-P-RECEIVED-COST (WS-PO-LINE-COUNT)
              END-IF
              MOVE ZEROS TO WS-P-PRIOR-BILLED (WS-PO-LINE-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> Reads the invoice file once: a header with this vendor
      *> and invoice number already on it makes this a duplicate,
      *> and every approved line already billed against this PO
      *> counts against what is left to bill on that line.
      *>----------------------------------------------------------
       CHECK-EARLIER-INVOICES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AP-Invoice-File.
           IF WS-AP-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ AP-Invoice-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM TAKE-EARLIER-INVOICE-ROW
                 END-READ
              END-PERFORM
              CLOSE AP-Invoice-File
           END-IF.
           IF DUPLICATE-INVOICE
              DISPLAY "Invoice " WS-INVOICE-NO " is already on file"
                 " for vendor " WS-VENDOR-NO "."
              DISPLAY "It will be saved held as a duplicate."
           END-IF.

       TAKE-EARLIER-INVOICE-ROW.
           IF AP-HEADER
              AND AP-VENDOR-NO = WS-VENDOR-NO
              AND AP-INVOICE-NO = WS-INVOICE-NO
              SET DUPLICATE-INVOICE TO TRUE
           END-IF.
           IF AP-LINE AND AP-APPROVED
              AND AP-PO-NO = WS-PO-NO-ENTRY
              PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                 UNTIL WS-PO-SUB > WS-PO-LINE-COUNT
                 IF WS-P-ITEM-NO (WS-PO-SUB) = AP-ITEM-NO
                    ADD AP-QTY-BILLED TO WS-P-PRIOR-BILLED (WS-PO-SUB)
                 END-IF
              END-PERFORM
           END-IF.

      *>----------------------------------------------------------
      *> Every line of the order is offered, cancelled lines
      *> included - a vendor billing a cancelled line is exactly
      *> what the hold is for. A zero quantity is a line not on
      *> this invoice.
      *>----------------------------------------------------------
       TAKE-INVOICE-LINES.
           OPEN INPUT Inventory-File.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-LINE-COUNT
              PERFORM TAKE-ONE-INVOICE-LINE
           END-PERFORM.
           IF WS-INV-STATUS NOT = "35"
              CLOSE Inventory-File
           END-IF.

       TAKE-ONE-INVOICE-LINE.
           PERFORM FIND-CONFIRMED-COST.
           DISPLAY "Line: " WS-P-ITEM-NO (WS-PO-SUB)
              " status " WS-P-STATUS (WS-PO-SUB)
              " ordered " WS-P-ORDER-QTY (WS-PO-SUB)
              " received " WS-P-RECEIVED-QTY (WS-PO-SUB)
              " already billed " WS-P-PRIOR-BILLED (WS-PO-SUB).
           MOVE WS-CONFIRMED-COST TO WS-AMOUNT-EDIT.
           DISPLAY "Cost confirmed at receiving " WS-AMOUNT-EDIT.
           MOVE "Quantity billed (0 if not on invoice):"
              TO WS-EDIT-PROMPT.
           PERFORM EDIT-QTY-ENTRY.
           MOVE WS-EDITED-QTY TO WS-BILLED-QTY.
           IF WS-BILLED-QTY > ZEROS
              MOVE "Unit cost billed:" TO WS-EDIT-PROMPT
              MOVE 99999.99 TO WS-EDIT-LIMIT
              PERFORM EDIT-AMOUNT-ENTRY
              MOVE WS-EDITED-AMOUNT TO WS-BILLED-COST
              PERFORM MATCH-INVOICE-LINE
           END-IF.

      *>----------------------------------------------------------
      *> The cost the line was received at. A line received before
      *> the cost was kept on the order carries zero; the item's
      *> unit cost on file stands in for it.
      *>----------------------------------------------------------
       FIND-CONFIRMED-COST.
           MOVE WS-P-RECEIVED-COST (WS-PO-SUB) TO WS-CONFIRMED-COST.
           IF WS-CONFIRMED-COST = ZEROS
              AND WS-INV-STATUS NOT = "35"
              MOVE WS-P-ITEM-NO (WS-PO-SUB) TO ITEM-NO
              READ Inventory-File
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE Unit-Cost TO WS-CONFIRMED-COST
              END-READ
           END-IF.

      *>----------------------------------------------------------
      *> The three-way match for one billed line. The first reason
      *> that applies is the one the line is held with.
      *>----------------------------------------------------------
       MATCH-INVOICE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO WS-LINE-SUB.
           MOVE WS-P-ITEM-NO (WS-PO-SUB) TO WS-L-ITEM-NO (WS-LINE-SUB).
           MOVE WS-BILLED-QTY  TO WS-L-QTY-BILLED (WS-LINE-SUB).
           MOVE WS-BILLED-COST TO WS-L-UNIT-COST (WS-LINE-SUB).
           COMPUTE WS-L-AMOUNT (WS-LINE-SUB) =
              WS-BILLED-QTY * WS-BILLED-COST.
           MOVE WS-P-RECEIVED-QTY (WS-PO-SUB)
              TO WS-L-QTY-RECEIVED (WS-LINE-SUB).
           MOVE WS-CONFIRMED-COST TO WS-L-CONFIRMED-COST (WS-LINE-SUB).
           MOVE "A" TO WS-L-STATUS (WS-LINE-SUB).
           MOVE SPACES TO WS-L-HOLD-REASON (WS-LINE-SUB).
           COMPUTE WS-QTY-LIMIT = WS-P-RECEIVED-QTY (WS-PO-SUB)
              - WS-P-PRIOR-BILLED (WS-PO-SUB).
           COMPUTE WS-COST-LIMIT =
              WS-CONFIRMED-COST * (1 + WS-COST-TOLERANCE).
           EVALUATE TRUE
              WHEN DUPLICATE-INVOICE
                 MOVE "DUPLICATE INVOICE NUMBER"
                    TO WS-L-HOLD-REASON (WS-LINE-SUB)
              WHEN WS-P-STATUS (WS-PO-SUB) = "X"
                 MOVE "LINE CANCELLED"
                    TO WS-L-HOLD-REASON (WS-LINE-SUB)
              WHEN WS-BILLED-QTY + WS-P-PRIOR-BILLED (WS-PO-SUB)
                 > WS-P-ORDER-QTY (WS-PO-SUB)
                 AND WS-BILLED-QTY > WS-QTY-LIMIT
                 MOVE "QTY BILLED OVER ORDERED"
                    TO WS-L-HOLD-REASON (WS-LINE-SUB)
              WHEN WS-BILLED-QTY > WS-QTY-LIMIT
                 MOVE "QTY BILLED OVER RECEIVED"
                    TO WS-L-HOLD-REASON (WS-LINE-SUB)
              WHEN WS-BILLED-COST > WS-COST-LIMIT
                 MOVE "COST OVER CONFIRMED COST"
                    TO WS-L-HOLD-REASON (WS-LINE-SUB)
           END-EVALUATE.
           IF WS-L-HOLD-REASON (WS-LINE-SUB) NOT = SPACES
              MOVE "H" TO WS-L-STATUS (WS-LINE-SUB)
              DISPLAY "Line held: " WS-L-HOLD-REASON (WS-LINE-SUB)
           ELSE
              ADD WS-BILLED-QTY TO WS-P-PRIOR-BILLED (WS-PO-SUB)
              DISPLAY "Line approved."
           END-IF.

      *>----------------------------------------------------------
      *> The header follows its lines: any held line holds the
      *> invoice, and so does a keyed total the lines do not add
      *> up to - in which case every line is held with it, so
      *> none of them counts as billed against the order.
      *>----------------------------------------------------------
       SET-HEADER-STATUS.
           MOVE ZEROS TO WS-LINES-TOTAL.
           MOVE ZEROS TO WS-APPROVED-AMOUNT.
           MOVE ZEROS TO WS-HELD-AMOUNT.
           MOVE "A" TO WS-HEADER-STATUS.
           MOVE SPACES TO WS-HEADER-REASON.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-LINE-COUNT
              ADD WS-L-AMOUNT (WS-LINE-SUB) TO WS-LINES-TOTAL
              IF WS-L-STATUS (WS-LINE-SUB) = "A"
                 ADD WS-L-AMOUNT (WS-LINE-SUB) TO WS-APPROVED-AMOUNT
              ELSE
                 ADD WS-L-AMOUNT (WS-LINE-SUB) TO WS-HELD-AMOUNT
                 IF WS-HEADER-STATUS = "A"
                    MOVE "H" TO WS-HEADER-STATUS
                    MOVE WS-L-HOLD-REASON (WS-LINE-SUB)
                       TO WS-HEADER-REASON
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-TOTAL-DIFFERENCE =
              WS-INVOICE-TOTAL - WS-LINES-TOTAL.
           IF WS-TOTAL-DIFFERENCE < ZEROS
              COMPUTE WS-TOTAL-DIFFERENCE = ZEROS - WS-TOTAL-DIFFERENCE
           END-IF.
           IF WS-TOTAL-DIFFERENCE > WS-TOTAL-TOLERANCE
              AND WS-HEADER-STATUS = "A"
              MOVE "H" TO WS-HEADER-STATUS
              MOVE "TOTAL DOES NOT MATCH LINES" TO WS-HEADER-REASON
              PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > WS-LINE-COUNT
                 MOVE "H" TO WS-L-STATUS (WS-LINE-SUB)
                 MOVE WS-HEADER-REASON
                    TO WS-L-HOLD-REASON (WS-LINE-SUB)
              END-PERFORM
              ADD WS-APPROVED-AMOUNT TO WS-HELD-AMOUNT
              MOVE ZEROS TO WS-APPROVED-AMOUNT
           END-IF.

       WRITE-INVOICE.
           OPEN EXTEND AP-Invoice-File.
           IF WS-AP-STATUS = "35"
              OPEN OUTPUT AP-Invoice-File
           END-IF.
           MOVE "H"                TO AP-RECORD-TYPE.
           MOVE WS-VENDOR-NO       TO AP-VENDOR-NO.
           MOVE WS-INVOICE-NO      TO AP-INVOICE-NO.
           MOVE WS-INVOICE-DATE    TO AP-INVOICE-DATE.
           MOVE WS-PO-NO-ENTRY     TO AP-PO-NO.
           MOVE SPACES             TO AP-ITEM-NO.
           MOVE WS-LINE-COUNT      TO AP-QTY-BILLED.
           MOVE ZEROS              TO AP-UNIT-COST.
           MOVE WS-INVOICE-TOTAL   TO AP-AMOUNT.
           MOVE ZEROS              TO AP-QTY-RECEIVED.
           MOVE ZEROS              TO AP-CONFIRMED-COST.
           MOVE WS-APPROVED-AMOUNT TO AP-APPROVED-AMOUNT.
           MOVE WS-HELD-AMOUNT     TO AP-HELD-AMOUNT.
           MOVE WS-HEADER-STATUS   TO AP-STATUS.
           MOVE WS-HEADER-REASON   TO AP-HOLD-REASON.
           MOVE WS-ENTRY-DATE      TO AP-ENTRY-DATE.
           MOVE WS-SIGNON-ID       TO AP-OPERATOR-ID.
           WRITE AP-Invoice-Record.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-LINE-COUNT
              MOVE "L"                  TO AP-RECORD-TYPE
              MOVE WS-L-ITEM-NO (WS-LINE-SUB)     TO AP-ITEM-NO
              MOVE WS-L-QTY-BILLED (WS-LINE-SUB)  TO AP-QTY-BILLED
              MOVE WS-L-UNIT-COST (WS-LINE-SUB)   TO AP-UNIT-COST
              MOVE WS-L-AMOUNT (WS-LINE-SUB)      TO AP-AMOUNT
              MOVE WS-L-QTY-RECEIVED (WS-LINE-SUB) TO AP-QTY-RECEIVED
              MOVE WS-L-CONFIRMED-COST (WS-LINE-SUB)
                 TO AP-CONFIRMED-COST
              MOVE ZEROS TO AP-APPROVED-AMOUNT
              MOVE ZEROS TO AP-HELD-AMOUNT
              MOVE WS-L-STATUS (WS-LINE-SUB)      TO AP-STATUS
              MOVE WS-L-HOLD-REASON (WS-LINE-SUB) TO AP-HOLD-REASON
              WRITE AP-Invoice-Record
           END-PERFORM.
           CLOSE AP-Invoice-File.

       SHOW-INVOICE-RESULT.
           MOVE WS-LINES-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "Invoice " WS-INVOICE-NO " saved, "
              WS-LINE-COUNT " lines totalling " WS-AMOUNT-EDIT.
           IF WS-HEADER-STATUS = "A"
              DISPLAY "Approved for payment."
           ELSE
              DISPLAY "Held: " WS-HEADER-REASON
              DISPLAY "See the invoice exception report."
           END-IF.

      *>----------------------------------------------------------
      *> Keyed-field edits, in the manner of EDIT-PRICE-ENTRY in
      *> Pending_Price_Entry: anything that is not a plain non-
      *> negative number re-prompts. The caller sets the amount
      *> ceiling in WS-EDIT-LIMIT; a quantity must be whole.
      *>----------------------------------------------------------
       EDIT-AMOUNT-ENTRY.
           MOVE "N" TO WS-EDIT-OK-SWITCH.
           PERFORM UNTIL EDIT-OK
              DISPLAY WS-EDIT-PROMPT
              ACCEPT WS-EDIT-INPUT
              MOVE ZEROS TO WS-EDIT-TALLY
              INSPECT WS-EDIT-INPUT TALLYING WS-EDIT-TALLY
                 FOR ALL "-" ALL "+"
              IF WS-EDIT-INPUT = SPACES
                 OR WS-EDIT-TALLY > ZEROS
                 OR FUNCTION TEST-NUMVAL(WS-EDIT-INPUT) NOT = ZEROS
                 DISPLAY "Not an amount, try again."
              ELSE
                 COMPUTE WS-EDIT-WORK-NUM =
                    FUNCTION NUMVAL(WS-EDIT-INPUT)
                 IF WS-EDIT-WORK-NUM > WS-EDIT-LIMIT
                    MOVE WS-EDIT-LIMIT TO WS-EDIT-LIMIT-EDIT
                    DISPLAY "Amount cannot exceed " WS-EDIT-LIMIT-EDIT
                       ", try again."
                 ELSE
                    MOVE WS-EDIT-WORK-NUM TO WS-EDITED-AMOUNT
                    MOVE "Y" TO WS-EDIT-OK-SWITCH
                 END-IF
              END-IF
           END-PERFORM.

       EDIT-QTY-ENTRY.
           MOVE "N" TO WS-EDIT-OK-SWITCH.
           PERFORM UNTIL EDIT-OK
              DISPLAY WS-EDIT-PROMPT
              ACCEPT WS-EDIT-INPUT
              MOVE ZEROS TO WS-EDIT-TALLY
              INSPECT WS-EDIT-INPUT TALLYING WS-EDIT-TALLY
                 FOR ALL "-" ALL "+" ALL "."
              IF WS-EDIT-INPUT = SPACES
                 OR WS-EDIT-TALLY > ZEROS
                 OR FUNCTION TEST-NUMVAL(WS-EDIT-INPUT) NOT = ZEROS
                 DISPLAY "Not a quantity, try again."
              ELSE
                 COMPUTE WS-EDIT-WORK-NUM =
                    FUNCTION NUMVAL(WS-EDIT-INPUT)
                 IF WS-EDIT-WORK-NUM > 99999
                    DISPLAY "Quantity cannot exceed 99999, try again."
                 ELSE
                    MOVE WS-EDIT-WORK-NUM TO WS-EDITED-QTY
                    MOVE "Y" TO WS-EDIT-OK-SWITCH
                 END-IF
              END-IF
           END-PERFORM.

      *>----------------------------------------------------------
      *> Operator sign-on, the same in every counter program: up
      *> to three tries at an operator ID and password off the
      *> operator master. A revoked operator cannot sign on. The
      *> ID stays in WS-SIGNON-ID to be stamped on every row this
      *> run writes, and WS-SIGNON-LEVEL decides what it may do.
      *>----------------------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE "N" TO WS-SIGNON-SWITCH.
           MOVE ZERO TO WS-SIGNON-TRIES.
           OPEN INPUT Operator-File.
           IF WS-OPR-STATUS = "35"
              DISPLAY "No operators on file - set them up in"
                 " Operator_Maintenance first."
           ELSE
              PERFORM TAKE-SIGN-ON
                 UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3
              CLOSE Operator-File
              IF NOT SIGNED-ON
                 DISPLAY "Sign-on refused."
              END-IF
           END-IF.

       TAKE-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY "Operator ID:".
           ACCEPT WS-SIGNON-ID.
           DISPLAY "Password:".
           ACCEPT WS-SIGNON-PASSWORD.
           MOVE WS-SIGNON-ID TO OP-ID.
           READ Operator-File
              INVALID KEY
                 DISPLAY "Operator ID or password not recognized."
              NOT INVALID KEY
                 IF OP-PASSWORD = WS-SIGNON-PASSWORD AND OP-ACTIVE
                    SET SIGNED-ON TO TRUE
                    MOVE OP-LEVEL TO WS-SIGNON-LEVEL
                    DISPLAY "Signed on: " OP-NAME
                 ELSE
                    DISPLAY "Operator ID or password not recognized."
                 END-IF
           END-READ.
