      *   actually walk out with. A refusal with stock sitting in
      *   the back room says so, so the clerk transfers it to the
      *   floor instead of losing the sale.
      *   Sales tax is collected at total-out. Each line is marked
      *   taxable or exempt at ring-up from its department's flag on
      *   the category master (an item with no category, or one not
      *   on the master, is taxed); once cash or charge is settled,
      *   a tax-exempt charge customer clears the tax on every line.
      *   The tax on the taxable lines is rounded once for the
      *   order, carried on the "H" row in SO-TAX-AMOUNT and
      *   included in its SO-LINE-TOTAL, so the amount charged to
      *   CU-BALANCE is the full amount the customer owes. Each "D"
      *   row carries its line's tax code for the liability report.
      *   Charges are checked against the account's credit at
      *   total-out: an account on credit hold, or one whose balance
      *   plus this order (tax included) would go over its credit
      *   limit, is refused unless a supervisor overrides on the
      *   spot. A refused charge goes back to the cash-or-charge
      *   prompt, so the customer can pay cash instead.
      *   The register now starts with an operator sign-on, and
      *   the operator's ID is stamped on every sales-order,
      *   backorder, and transaction log row the order writes. A
      *   credit override takes a supervisor's operator ID and
      *   password off the operator master instead of initials.
      *   The item prompt takes the UPC off the carton or shelf tag as
      *   well as the ITEM-NO; a UPC is looked up on the stock file's UPC
      *   key for the item it belongs to.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Sales-Order-File Assign To "salesorder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

           Select Category-File Assign To "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       FD Backorder-File.
       COPY "BACKORD.CPY".

       FD Category-File.
       COPY "CATEGORY.CPY".

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

       01 WS-INV-STATUS     PIC XX.
       01 WS-SO-STATUS      PIC XX.
       01 WS-ON-STATUS      PIC XX.
       01 WS-TXN-STATUS     PIC XX.
       01 WS-CUS-STATUS     PIC XX.
       01 WS-CAT-STATUS     PIC XX.

       01 WS-ACTION         PIC X(8).
       01 WS-ITEM-NO-ENTRY  PIC X(14).
       01 WS-QUANTITY-SOLD  PIC 9(5).
       01 WS-LINE-TOTAL     PIC 9(9)V99.
       01 WS-ORDER-TOTAL    PIC 9(9)V99 VALUE ZEROS.

      *> Sales tax rate charged on taxable lines at total-out.
       01 WS-TAX-RATE       PIC V9(4) VALUE .0700.
       01 WS-TAXABLE-TOTAL  PIC 9(9)V99 VALUE ZEROS.
       01 WS-TAX-AMOUNT     PIC 9(7)V99 VALUE ZEROS.
       01 WS-GRAND-TOTAL    PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-TAX-CODE  PIC X.

       01 WS-DONE-SWITCH    PIC X VALUE "N".
           88 ORDER-DONE        VALUE "Y".

              10 WS-L-QUANTITY   PIC 9(5).
              10 WS-L-UNIT-PRICE PIC 9(5)V99.
              10 WS-L-LINE-TOTAL PIC 9(9)V99.
              10 WS-L-TAX-CODE   PIC X(1).

       01 WS-LINE-SUB       PIC 9(3).
       01 WS-COMMITTED-QTY  PIC 9(7).
       01 WS-CHARGE-CUSTOMER PIC X(6).
       01 WS-CUSTOMER-SETTLED PIC X.
           88 CUSTOMER-SETTLED   VALUE "Y".
       01 WS-CHARGE-EXEMPT  PIC X VALUE "N".
           88 CHARGE-TAX-EXEMPT  VALUE "Y".

       01 WS-NEW-BALANCE    PIC S9(9)V99.
       01 WS-OVERRIDE-ANSWER PIC X.
       01 WS-OVERRIDE-BY    PIC X(5).
       01 WS-OVERRIDE-PASSWORD PIC X(10).
       01 WS-CREDIT-SWITCH  PIC X.
           88 CREDIT-APPROVED    VALUE "Y".

       01 WS-BO-STATUS      PIC XX.
       01 WS-BO-ANSWER      PIC X.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           OPEN INPUT Inventory-File.
           IF WS-INV-STATUS = "35"
              DISPLAY "No inventory items."
                 PERFORM PROMPT-FOR-ACTION
              END-PERFORM
              CLOSE Inventory-File
              DISPLAY "Order subtotal: " WS-ORDER-TOTAL
              IF WS-LINE-COUNT > ZEROS
                 PERFORM POST-ORDER
              END-IF
           IF WS-LINE-COUNT = 50
              DISPLAY "Order is full, total it out first."
           ELSE
              DISPLAY "Enter item number or UPC:"
              ACCEPT WS-ITEM-NO-ENTRY
              PERFORM RESOLVE-UPC-ENTRY
              MOVE WS-ITEM-NO-ENTRY TO ITEM-NO
              READ Inventory-File
                 INVALID KEY
              MOVE WS-QUANTITY-SOLD TO WS-L-QUANTITY (WS-LINE-COUNT)
              MOVE Price            TO WS-L-UNIT-PRICE (WS-LINE-COUNT)
              MOVE WS-LINE-TOTAL    TO WS-L-LINE-TOTAL (WS-LINE-COUNT)
              PERFORM LOOK-UP-TAX-CODE
              MOVE WS-LINE-TAX-CODE TO WS-L-TAX-CODE (WS-LINE-COUNT)
              DISPLAY ITEM-NO, " ", Description, " x ",
                 WS-QUANTITY-SOLD, " = ", WS-LINE-TOTAL
           END-IF.
      *> writes the header and one detail row per line to the
      *> sales-order file, relieves each line's quantity from
      *> Inventory-File, and appends a SALE row to the transaction
      *> log for every line posted. The tax is worked out once the
      *> customer is known, since an exempt account clears it.
      *>----------------------------------------------------------
       POST-ORDER.
           PERFORM TAKE-CASH-OR-CHARGE.
           PERFORM COMPUTE-SALES-TAX.
           DISPLAY "Sales tax: " WS-TAX-AMOUNT.
           DISPLAY "Order grand total: " WS-GRAND-TOTAL.
           PERFORM ASSIGN-ORDER-NUMBER.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND Sales-Order-File.
           MOVE SPACES         TO SO-ITEM-NO.
           MOVE WS-LINE-COUNT  TO SO-QUANTITY.
           MOVE ZEROS          TO SO-UNIT-PRICE.
           MOVE WS-GRAND-TOTAL TO SO-LINE-TOTAL.
           MOVE WS-CHARGE-CUSTOMER TO SO-CUSTOMER-NO.
           MOVE ZEROS          TO SO-REF-ORDER-NO.
           MOVE WS-TAX-AMOUNT  TO SO-TAX-AMOUNT.
           MOVE SPACES         TO SO-TAX-CODE.
           MOVE WS-SIGNON-ID   TO SO-OPERATOR-ID.
           WRITE Sales-Order-Record.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-LINE-COUNT
              MOVE WS-L-LINE-TOTAL (WS-LINE-SUB) TO SO-LINE-TOTAL
              MOVE WS-CHARGE-CUSTOMER TO SO-CUSTOMER-NO
              MOVE ZEROS       TO SO-REF-ORDER-NO
              MOVE ZEROS       TO SO-TAX-AMOUNT
              MOVE WS-L-TAX-CODE (WS-LINE-SUB) TO SO-TAX-CODE
              IF CHARGE-TAX-EXEMPT AND SO-TAXED
                 MOVE "X" TO SO-TAX-CODE
              END-IF
              MOVE WS-SIGNON-ID TO SO-OPERATOR-ID
              WRITE Sales-Order-Record
           END-PERFORM.
           CLOSE Sales-Order-File.
              DISPLAY "Enter phone:"
              ACCEPT BO-PHONE
              MOVE "O" TO BO-STATUS
              MOVE WS-SIGNON-ID TO BO-OPERATOR-ID
              OPEN EXTEND Backorder-File
              IF WS-BO-STATUS = "35"
                 OPEN OUTPUT Backorder-File
      *>----------------------------------------------------------
       TAKE-CASH-OR-CHARGE.
           MOVE SPACES TO WS-CHARGE-CUSTOMER.
           MOVE "N" TO WS-CHARGE-EXEMPT.
           MOVE "N" TO WS-CUSTOMER-SETTLED.
           PERFORM UNTIL CUSTOMER-SETTLED
              DISPLAY "Customer number to charge, or blank for cash:"
              MOVE SPACES TO WS-CHARGE-CUSTOMER
              MOVE "N" TO WS-CHARGE-EXEMPT
              ACCEPT WS-CHARGE-CUSTOMER
              IF WS-CHARGE-CUSTOMER = SPACES
                 SET CUSTOMER-SETTLED TO TRUE
                          DISPLAY "Customer not on master, try again."
                       NOT INVALID KEY
                          DISPLAY "Charging " CU-NAME
                          IF CU-EXEMPT
                             DISPLAY "Tax exempt, certificate "
                                CU-TAX-CERT-NO
                             SET CHARGE-TAX-EXEMPT TO TRUE
                          END-IF
                          PERFORM CHECK-CUSTOMER-CREDIT
                          IF CREDIT-APPROVED
                             SET CUSTOMER-SETTLED TO TRUE
                          ELSE
                             DISPLAY "Charge refused - take cash or"
                                " another account."
                          END-IF
                    END-READ
                    CLOSE Customer-File
                 END-IF
              END-IF
           END-PERFORM.

      *>----------------------------------------------------------
      *> Credit check on the customer record just read. The order
      *> is taxed for this customer first, since an exempt account
      *> owes less, and the balance it would leave is checked
      *> against the limit. A hold stops the charge whatever the
      *> limit. Either refusal stands unless a supervisor keys an
      *> override.
      *>----------------------------------------------------------
       CHECK-CUSTOMER-CREDIT.
           MOVE "Y" TO WS-CREDIT-SWITCH.
           PERFORM COMPUTE-SALES-TAX.
           COMPUTE WS-NEW-BALANCE = CU-BALANCE + WS-GRAND-TOTAL.
           IF CU-ON-HOLD
              DISPLAY "Account is on credit hold."
              MOVE "N" TO WS-CREDIT-SWITCH
           ELSE
              IF WS-NEW-BALANCE > CU-CREDIT-LIMIT
                 DISPLAY "Order of " WS-GRAND-TOTAL " would bring the"
                    " balance to " WS-NEW-BALANCE
                 DISPLAY "Credit limit is " CU-CREDIT-LIMIT "."
                 MOVE "N" TO WS-CREDIT-SWITCH
              END-IF
           END-IF.
           IF NOT CREDIT-APPROVED
              PERFORM TAKE-SUPERVISOR-OVERRIDE
           END-IF.

      *>----------------------------------------------------------
      *> The override is a supervisor's own operator ID and
      *> password checked against the operator master, not just
      *> initials, so the approval names who gave it.
      *>----------------------------------------------------------
       TAKE-SUPERVISOR-OVERRIDE.
           DISPLAY "Supervisor override (Y/N)?".
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
              DISPLAY "Supervisor operator ID:"
              ACCEPT WS-OVERRIDE-BY
              DISPLAY "Supervisor password:"
              ACCEPT WS-OVERRIDE-PASSWORD
              MOVE WS-OVERRIDE-BY TO OP-ID
              OPEN INPUT Operator-File
              READ Operator-File
                 INVALID KEY
                    DISPLAY "Not a supervisor, override refused."
                 NOT INVALID KEY
                    IF OP-PASSWORD = WS-OVERRIDE-PASSWORD
                       AND OP-ACTIVE AND OP-SUPERVISOR
                       DISPLAY "Charge approved by " OP-NAME "."
                       SET CREDIT-APPROVED TO TRUE
                    ELSE
                       DISPLAY "Not a supervisor, override refused."
                    END-IF
              END-READ
              CLOSE Operator-File
           END-IF.

      *>----------------------------------------------------------
      *> Marks the line just rung up "T" taxable or "C" exempt by
      *> its department's flag. No category, a code not on the
      *> master, or no category master at all is taxed - the shop
      *> would rather collect and refund than under-collect.
      *>----------------------------------------------------------
       LOOK-UP-TAX-CODE.
           MOVE "T" TO WS-LINE-TAX-CODE.
           IF Category-Code NOT = SPACES
              MOVE Category-Code TO CAT-CODE
              OPEN INPUT Category-File
              IF WS-CAT-STATUS NOT = "35"
                 READ Category-File
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF CAT-TAX-EXEMPT
                          MOVE "C" TO WS-LINE-TAX-CODE
                       END-IF
                 END-READ
                 CLOSE Category-File
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> Tax on the order: the taxable lines are totaled and the
      *> rate applied once, rounded, so the tax on the receipt is
      *> the tax the state sees. An exempt charge customer pays
      *> none on any line.
      *>----------------------------------------------------------
       COMPUTE-SALES-TAX.
           MOVE ZEROS TO WS-TAXABLE-TOTAL.
           IF NOT CHARGE-TAX-EXEMPT
              PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > WS-LINE-COUNT
                 IF WS-L-TAX-CODE (WS-LINE-SUB) = "T"
                    ADD WS-L-LINE-TOTAL (WS-LINE-SUB)
                       TO WS-TAXABLE-TOTAL
                 END-IF
              END-PERFORM
           END-IF.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
              WS-TAXABLE-TOTAL * WS-TAX-RATE.
           COMPUTE WS-GRAND-TOTAL = WS-ORDER-TOTAL + WS-TAX-AMOUNT.

      *>----------------------------------------------------------
      *> Adds the charged order's total to the customer's running
      *> balance on the master.
                 DISPLAY "Unable to charge customer "
                    WS-CHARGE-CUSTOMER
              NOT INVALID KEY
                 ADD WS-GRAND-TOTAL TO CU-BALANCE
                 REWRITE Customer-Record
                    INVALID KEY
                       DISPLAY "Unable to charge customer "
           MOVE "SALE"          TO TXN-FIELD.
           MOVE WS-OLD-QUANTITY TO TXN-OLD-VALUE.
           MOVE Quantity        TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.

      *>----------------------------------------------------------
      *> Turns a UPC keyed or scanned at the item prompt into the
      *> ITEM-NO it belongs to. An entry longer than an ITEM-NO can
      *> only be a UPC; one on no item becomes a key no item can
      *> have, so the read that follows reports it not found
      *> instead of matching whatever ITEM-NO its first ten digits
      *> happen to be.
      *>----------------------------------------------------------
       RESOLVE-UPC-ENTRY.
           IF WS-ITEM-NO-ENTRY (11:4) NOT = SPACES
              MOVE WS-ITEM-NO-ENTRY TO UPC-Code
              READ Inventory-File KEY IS UPC-Code
                 INVALID KEY
                    MOVE HIGH-VALUES TO WS-ITEM-NO-ENTRY
                 NOT INVALID KEY
                    MOVE ITEM-NO TO WS-ITEM-NO-ENTRY
              END-READ
           END-IF.

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
