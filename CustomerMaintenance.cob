      * money off it with a row on the payment file so the
      * month-end statement can show the payment next to the
      * orders it covers.
      *
      * Modification history:
      *   Add and change now ask whether the customer is exempt from
      *   sales tax; an exempt customer must have a resale or
      *   exemption certificate number on file, and both show on
      *   the listing. The register stops charging tax to an
      *   exempt account.
      *   A new option sets an account's credit limit and credit
      *   hold, both shown on the listing. A new account starts
      *   with no credit granted (a zero limit) and off hold, so
      *   the register will not charge to it until a limit is set.
      *   The program now starts with an operator sign-on. Posting
      *   a payment and setting credit limit and hold take a
      *   supervisor, and each payment row carries the ID of the
      *   supervisor who keyed it.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Customer-File.
       FD Customer-Payment-File.
       COPY "CUSTPAY.CPY".

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

       01 Choice            PIC X.
       01 WS-CUS-STATUS     PIC XX.
       01 WS-PAY-STATUS     PIC XX.
       01 WS-AMOUNT-TALLY   PIC 9(2).
       01 WS-PAY-AMOUNT     PIC 9(7)V99.
       01 WS-PAY-DATE       PIC X(8).
       01 WS-EXEMPT-ENTRY   PIC X.
       01 WS-HOLD-ENTRY     PIC X.

       01 WS-LIMIT-OK-SWITCH PIC X VALUE "N".
           88 LIMIT-OK           VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "1. List customers".
           DISPLAY "2. Add customer".
           DISPLAY "3. Change customer".
           DISPLAY "4. Post payment".
           DISPLAY "5. Credit limit and hold".
           DISPLAY "6. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT Choice.

                       NOT AT END
                          DISPLAY CU-NO, " ", CU-NAME, " ",
                             CU-PHONE, " balance ", CU-BALANCE
                          DISPLAY "       credit limit ",
                             CU-CREDIT-LIMIT, " hold ", CU-CREDIT-HOLD
                          IF CU-EXEMPT
                             DISPLAY "       tax exempt, certificate ",
                                CU-TAX-CERT-NO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE Customer-File
                 DISPLAY "Enter phone:"
                 ACCEPT CU-PHONE
                 MOVE ZEROS TO CU-BALANCE
                 PERFORM TAKE-TAX-EXEMPTION
                 MOVE ZEROS TO CU-CREDIT-LIMIT
                 MOVE "N" TO CU-CREDIT-HOLD
                 PERFORM OPEN-CUSTOMER-IO
                 WRITE Customer-Record
                    INVALID KEY
                    ACCEPT CU-NAME
                    DISPLAY "Enter new phone:"
                    ACCEPT CU-PHONE
                    PERFORM TAKE-TAX-EXEMPTION
                    REWRITE Customer-Record
                       INVALID KEY
                          DISPLAY "Unable to update customer."
              CLOSE Customer-File
           END-IF.

           IF Choice = "4" OR Choice = "5"
              IF NOT SIGNON-SUPERVISOR
                 DISPLAY "Payments and credit control need a"
                    " supervisor sign-on."
              ELSE
                 IF Choice = "4"
                    PERFORM POST-PAYMENT
                 ELSE
                    PERFORM SET-CREDIT-CONTROL
                 END-IF
              END-IF
           END-IF.

           STOP RUN.
           END-READ.
           CLOSE Customer-File.

      *>----------------------------------------------------------
      *> Credit limit and hold for an account. The limit is the
      *> most the account may owe after a charge and is edited the
      *> way a payment amount is; hold "Y" stops every charge at
      *> the register whatever the limit.
      *>----------------------------------------------------------
       SET-CREDIT-CONTROL.
           DISPLAY "Enter customer number:".
           ACCEPT WS-CU-NO-ENTRY.
           MOVE WS-CU-NO-ENTRY TO CU-NO.
           PERFORM OPEN-CUSTOMER-IO.
           READ Customer-File
              INVALID KEY
                 DISPLAY "Customer not found."
              NOT INVALID KEY
                 DISPLAY CU-NAME " balance " CU-BALANCE
                 DISPLAY "Credit limit now " CU-CREDIT-LIMIT
                    " hold " CU-CREDIT-HOLD
                 PERFORM TAKE-CREDIT-LIMIT
                 DISPLAY "Put account on credit hold (Y/N)?"
                 ACCEPT WS-HOLD-ENTRY
                 IF WS-HOLD-ENTRY = "Y" OR WS-HOLD-ENTRY = "y"
                    MOVE "Y" TO CU-CREDIT-HOLD
                 ELSE
                    MOVE "N" TO CU-CREDIT-HOLD
                 END-IF
                 REWRITE Customer-Record
                    INVALID KEY
                       DISPLAY "Unable to update customer."
                    NOT INVALID KEY
                       DISPLAY "Credit limit " CU-CREDIT-LIMIT
                          " hold " CU-CREDIT-HOLD " saved."
                 END-REWRITE
           END-READ.
           CLOSE Customer-File.

       TAKE-CREDIT-LIMIT.
           MOVE "N" TO WS-LIMIT-OK-SWITCH.
           PERFORM UNTIL LIMIT-OK
              DISPLAY "Enter credit limit (0 for no credit):"
              ACCEPT WS-AMOUNT-ENTRY
              MOVE ZEROS TO WS-AMOUNT-TALLY
              INSPECT WS-AMOUNT-ENTRY TALLYING WS-AMOUNT-TALLY
                 FOR ALL "-" ALL "+"
              IF WS-AMOUNT-ENTRY = SPACES
                 OR WS-AMOUNT-TALLY > ZEROS
                 OR FUNCTION TEST-NUMVAL(WS-AMOUNT-ENTRY) NOT = ZEROS
                 DISPLAY "Not an amount, try again."
              ELSE
                 COMPUTE WS-PAY-AMOUNT =
                    FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                 MOVE WS-PAY-AMOUNT TO CU-CREDIT-LIMIT
                 SET LIMIT-OK TO TRUE
              END-IF
           END-PERFORM.

       WRITE-PAYMENT-ROW.
           ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD.
           MOVE CU-NO         TO PAY-CUSTOMER-NO.
           MOVE WS-PAY-DATE   TO PAY-DATE.
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
           MOVE WS-SIGNON-ID  TO PAY-OPERATOR-ID.
           OPEN EXTEND Customer-Payment-File.
           IF WS-PAY-STATUS = "35"
              OPEN OUTPUT Customer-Payment-File
           WRITE Customer-Payment-Record.
           CLOSE Customer-Payment-File.

      *>----------------------------------------------------------
      *> Sales-tax status for the account. An exempt customer has to
      *> have a certificate number on file - the state wants it for
      *> every exempt sale on the return - so a blank certificate
      *> re-prompts. A taxable customer carries no certificate.
      *>----------------------------------------------------------
       TAKE-TAX-EXEMPTION.
           DISPLAY "Tax exempt (Y/N)?".
           ACCEPT WS-EXEMPT-ENTRY.
           IF WS-EXEMPT-ENTRY = "Y" OR WS-EXEMPT-ENTRY = "y"
              MOVE "Y" TO CU-TAX-EXEMPT
              MOVE SPACES TO CU-TAX-CERT-NO
              PERFORM UNTIL CU-TAX-CERT-NO NOT = SPACES
                 DISPLAY "Enter exemption certificate number:"
                 ACCEPT CU-TAX-CERT-NO
              END-PERFORM
           ELSE
              MOVE "N" TO CU-TAX-EXEMPT
              MOVE SPACES TO CU-TAX-CERT-NO
           END-IF.

      *>----------------------------------------------------------
      *> Shared helper - looks up WS-CU-NO-ENTRY on the customer
      *> master and leaves CUSTOMER-FOUND / CUSTOMER-NOT-FOUND set,
              CLOSE Customer-File
              OPEN I-O Customer-File
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
