      *   back on the sales floor (Qty-Floor) as well as on the
      *   total, since returns come back over the counter and go
      *   straight onto the shelf.
      *   Sales tax comes back with the goods. Each "R" line carries
      *   the tax code of the line it came off, and the tax refunded
      *   on the "C" header is the original order's tax in
      *   proportion to the taxable merchandise returned so far -
      *   worked cumulatively across every memo against the order,
      *   so returning the last of the taxable goods refunds the
      *   last cent of tax and never more. The refund is carried in
      *   the "C" row's SO-TAX-AMOUNT and included in its total and
      *   in the credit to the customer's balance. An order posted
      *   before tax was collected refunds none.
      *   The program now starts with an operator sign-on, and the
      *   operator's ID is stamped on the credit memo rows and the
      *   RETURN log rows it writes.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Sales-Order-File Assign To "salesorder.dat"
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-CUS-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       FD Customer-File.
       COPY "CUSTOMER.CPY".

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
       01 WS-ORDER-FOUND    PIC X VALUE "N".
           88 ORDER-FOUND       VALUE "Y".
       01 WS-ORIG-CUSTOMER  PIC X(6) VALUE SPACES.
       01 WS-ORIG-TAX       PIC 9(7)V99 VALUE ZEROS.
       01 WS-ORIG-TAXABLE   PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRIOR-TAXABLE  PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRIOR-REFUND   PIC 9(7)V99 VALUE ZEROS.
       01 WS-RETURN-TAXABLE PIC 9(9)V99 VALUE ZEROS.
       01 WS-TAX-REFUND     PIC 9(7)V99 VALUE ZEROS.
       01 WS-REFUND-TO-DATE PIC 9(7)V99 VALUE ZEROS.
       01 WS-MEMO-TOTAL     PIC 9(9)V99 VALUE ZEROS.

       01 WS-SOLD-LINES.
           05 WS-SOLD-COUNT PIC 9(3) VALUE ZEROS.
              10 WS-S-QTY-SOLD   PIC 9(05).
              10 WS-S-UNIT-PRICE PIC 9(05)V99.
              10 WS-S-RETURNED   PIC 9(05).
              10 WS-S-TAX-CODE   PIC X(01).

       01 WS-CREDIT-LINES.
           05 WS-CREDIT-COUNT PIC 9(3) VALUE ZEROS.
              10 WS-C-QUANTITY   PIC 9(05).
              10 WS-C-UNIT-PRICE PIC 9(05)V99.
              10 WS-C-LINE-TOTAL PIC 9(09)V99.
              10 WS-C-TAX-CODE   PIC X(01).

       01 WS-SOLD-SUB       PIC 9(3).
       01 WS-CREDIT-SUB     PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "Enter original order number:".
           ACCEPT WS-ORDER-NO-ENTRY.
           PERFORM LOAD-ORIGINAL-ORDER.
              IF SO-RECORD-TYPE = "H"
                 SET ORDER-FOUND TO TRUE
                 MOVE SO-CUSTOMER-NO TO WS-ORIG-CUSTOMER
                 IF SO-TAX-AMOUNT IS NUMERIC
                    MOVE SO-TAX-AMOUNT TO WS-ORIG-TAX
                 END-IF
              END-IF
              IF SO-RECORD-TYPE = "D"
                 PERFORM ADD-SOLD-LINE
                 IF SO-TAXED
                    ADD SO-LINE-TOTAL TO WS-ORIG-TAXABLE
                 END-IF
              END-IF
           END-IF.
           IF SO-RECORD-TYPE = "R"
              AND SO-REF-ORDER-NO = WS-ORDER-NO-ENTRY
              PERFORM ADD-PRIOR-RETURN
              IF SO-TAXED
                 ADD SO-LINE-TOTAL TO WS-PRIOR-TAXABLE
              END-IF
           END-IF.
           IF SO-RECORD-TYPE = "C"
              AND SO-REF-ORDER-NO = WS-ORDER-NO-ENTRY
              AND SO-TAX-AMOUNT IS NUMERIC
              ADD SO-TAX-AMOUNT TO WS-PRIOR-REFUND
           END-IF.

      *>----------------------------------------------------------
                 MOVE SO-UNIT-PRICE
                    TO WS-S-UNIT-PRICE (WS-SOLD-COUNT)
                 MOVE ZEROS         TO WS-S-RETURNED (WS-SOLD-COUNT)
                 MOVE SO-TAX-CODE   TO WS-S-TAX-CODE (WS-SOLD-COUNT)
              END-IF
           END-IF.

                 TO WS-C-UNIT-PRICE (WS-CREDIT-COUNT)
              MOVE WS-LINE-TOTAL
                 TO WS-C-LINE-TOTAL (WS-CREDIT-COUNT)
              MOVE WS-S-TAX-CODE (WS-SOLD-SUB)
                 TO WS-C-TAX-CODE (WS-CREDIT-COUNT)
              IF WS-S-TAX-CODE (WS-SOLD-SUB) = "T"
                 ADD WS-LINE-TOTAL TO WS-RETURN-TAXABLE
              END-IF
              ADD WS-LINE-TOTAL TO WS-CREDIT-TOTAL
              DISPLAY WS-S-ITEM-NO (WS-SOLD-SUB) " x "
                 WS-RETURN-QTY " = " WS-LINE-TOTAL " credited."
      *> charged original gets the credit off the customer balance.
      *>----------------------------------------------------------
       POST-CREDIT-MEMO.
           PERFORM COMPUTE-TAX-REFUND.
           COMPUTE WS-MEMO-TOTAL = WS-CREDIT-TOTAL + WS-TAX-REFUND.
           PERFORM ASSIGN-ORDER-NUMBER.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND Sales-Order-File.
           MOVE SPACES          TO SO-ITEM-NO.
           MOVE WS-CREDIT-COUNT TO SO-QUANTITY.
           MOVE ZEROS           TO SO-UNIT-PRICE.
           MOVE WS-MEMO-TOTAL   TO SO-LINE-TOTAL.
           MOVE WS-ORIG-CUSTOMER TO SO-CUSTOMER-NO.
           MOVE WS-ORDER-NO-ENTRY TO SO-REF-ORDER-NO.
           MOVE WS-TAX-REFUND   TO SO-TAX-AMOUNT.
           MOVE SPACES          TO SO-TAX-CODE.
           MOVE WS-SIGNON-ID    TO SO-OPERATOR-ID.
           WRITE Sales-Order-Record.
           PERFORM VARYING WS-CREDIT-SUB FROM 1 BY 1
              UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT
              MOVE WS-C-LINE-TOTAL (WS-CREDIT-SUB) TO SO-LINE-TOTAL
              MOVE WS-ORIG-CUSTOMER  TO SO-CUSTOMER-NO
              MOVE WS-ORDER-NO-ENTRY TO SO-REF-ORDER-NO
              MOVE ZEROS             TO SO-TAX-AMOUNT
              MOVE WS-C-TAX-CODE (WS-CREDIT-SUB) TO SO-TAX-CODE
              MOVE WS-SIGNON-ID      TO SO-OPERATOR-ID
              WRITE Sales-Order-Record
           END-PERFORM.
           CLOSE Sales-Order-File.
           END-IF.
           DISPLAY "Credit memo " WS-CREDIT-NO " posted, "
              WS-CREDIT-COUNT " lines, " WS-CREDIT-TOTAL
              " plus tax " WS-TAX-REFUND " credited.".

      *>----------------------------------------------------------
      *> Tax refund for this memo. The share of the order's tax
      *> refunded to date is the share of its taxable merchandise
      *> returned to date, earlier memos included; this memo
      *> refunds the difference between that and what earlier
      *> memos already refunded. Never negative, never past the
      *> tax the order collected.
      *>----------------------------------------------------------
       COMPUTE-TAX-REFUND.
           MOVE ZEROS TO WS-TAX-REFUND.
           IF WS-ORIG-TAXABLE > ZEROS AND WS-ORIG-TAX > ZEROS
              COMPUTE WS-REFUND-TO-DATE ROUNDED =
                 WS-ORIG-TAX * (WS-PRIOR-TAXABLE + WS-RETURN-TAXABLE)
                 / WS-ORIG-TAXABLE
              IF WS-REFUND-TO-DATE > WS-ORIG-TAX
                 MOVE WS-ORIG-TAX TO WS-REFUND-TO-DATE
              END-IF
              IF WS-REFUND-TO-DATE > WS-PRIOR-REFUND
                 COMPUTE WS-TAX-REFUND =
                    WS-REFUND-TO-DATE - WS-PRIOR-REFUND
              END-IF
           END-IF.

       RESTOCK-RETURNED-LINE.
           MOVE WS-C-ITEM-NO (WS-CREDIT-SUB) TO ITEM-NO.
                    DISPLAY "Customer not on master, balance not"
                       " credited: " WS-ORIG-CUSTOMER
                 NOT INVALID KEY
                    SUBTRACT WS-MEMO-TOTAL FROM CU-BALANCE
                    REWRITE Customer-Record
                       INVALID KEY
                          DISPLAY "Unable to credit customer "
           MOVE "RETURN"        TO TXN-FIELD.
           MOVE WS-OLD-QUANTITY TO TXN-OLD-VALUE.
           MOVE Quantity        TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.

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
