      *
      * AR_Aging_Report - ages every charge account's open charges
      * so a 20-day-old balance can be told from a 120-day-old one.
      * The operator keys the aging date (blank for today). For
      * each customer on the master, the account's "H" charges on
      * the sales-order file are taken at their order date, each
      * less whatever credit memos ("C" rows) were written against
      * it; then every payment on the payment file up to the aging
      * date is applied oldest charge first. What is left of each
      * charge is aged from its order date into current, 30, 60
      * and 90-plus day buckets. Payments and credits that found
      * no charge left to cover show as an unapplied credit.
      * The account is flagged for credit hold when anything is
      * 90 days or more past, or when the balance is over its
      * credit limit; an account already on hold says so. The
      * report only flags - holds are set through
      * Customer_Maintenance.
      *
      * Modification history:
      *   The program now starts with an operator sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. AR_Aging_Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Customer-File Assign To "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-CUS-STATUS.

           Select Sales-Order-File Assign To "salesorder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           Select Customer-Payment-File Assign To "custpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           Select Aging-Report-File Assign To "araging.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Customer-File.
       COPY "CUSTOMER.CPY".

       FD Sales-Order-File.
       COPY "SALESORD.CPY".

       FD Customer-Payment-File.
       COPY "CUSTPAY.CPY".

       FD Aging-Report-File.
       01 Aging-Report-Line PIC X(132).

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

       01 WS-CUS-STATUS     PIC XX.
       01 WS-SO-STATUS      PIC XX.
       01 WS-PAY-STATUS     PIC XX.
       01 WS-RPT-STATUS     PIC XX.

       01 WS-CUS-EOF-SWITCH PIC X VALUE "N".
           88 CUS-END-OF-FILE  VALUE "Y".

       01 WS-SO-EOF-SWITCH  PIC X VALUE "N".
           88 SO-END-OF-FILE   VALUE "Y".

       01 WS-PAY-EOF-SWITCH PIC X VALUE "N".
           88 PAY-END-OF-FILE  VALUE "Y".

       01 WS-AGING-DATE     PIC X(8).
       01 WS-AGING-DATE-NUM PIC 9(8).
       01 WS-AGING-DAY-INT  PIC 9(7).
       01 WS-CHARGE-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS       PIC S9(5).

      *> One account's charges, oldest first the way the sales-order
      *> file holds them, with what is still open on each.
       01 WS-CHARGE-TABLE.
           05 WS-CHARGE-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-CHARGE-ROW OCCURS 500 TIMES.
              10 WS-C-ORDER-NO    PIC 9(06).
              10 WS-C-ORDER-DATE  PIC X(08).
              10 WS-C-OPEN-AMOUNT PIC 9(09)V99.

       01 WS-CHARGE-SUB     PIC 9(4).
       01 WS-CHARGE-FOUND   PIC X.
           88 CHARGE-ON-TABLE   VALUE "Y".

       01 WS-UNAPPLIED      PIC 9(09)V99.
       01 WS-APPLY-AMOUNT   PIC 9(09)V99.

       01 WS-ACCOUNT-BUCKETS.
           05 WS-A-CURRENT  PIC 9(09)V99.
           05 WS-A-30-DAYS  PIC 9(09)V99.
           05 WS-A-60-DAYS  PIC 9(09)V99.
           05 WS-A-90-DAYS  PIC 9(09)V99.

       01 WS-GRAND-BUCKETS.
           05 WS-G-CURRENT  PIC 9(09)V99 VALUE ZEROS.
           05 WS-G-30-DAYS  PIC 9(09)V99 VALUE ZEROS.
           05 WS-G-60-DAYS  PIC 9(09)V99 VALUE ZEROS.
           05 WS-G-90-DAYS  PIC 9(09)V99 VALUE ZEROS.
           05 WS-G-CREDIT   PIC 9(09)V99 VALUE ZEROS.
           05 WS-G-BALANCE  PIC S9(09)V99 VALUE ZEROS.

       01 WS-ACCOUNT-COUNT  PIC 9(5) VALUE ZEROS.
       01 WS-FLAGGED-COUNT  PIC 9(5) VALUE ZEROS.

       01 WS-HEADING-1.
           05 FILLER      PIC X(33)
               VALUE "ACCOUNTS RECEIVABLE AGING AS OF ".
           05 WS-H-DATE   PIC X(8).

       01 WS-HEADING-2.
           05 FILLER PIC X(07) VALUE "ACCOUNT".
           05 FILLER PIC X(19) VALUE "NAME".
           05 FILLER PIC X(13) VALUE "      CURRENT".
           05 FILLER PIC X(13) VALUE "      30 DAYS".
           05 FILLER PIC X(13) VALUE "      60 DAYS".
           05 FILLER PIC X(13) VALUE "     90+ DAYS".
           05 FILLER PIC X(13) VALUE "    UNAPPLIED".
           05 FILLER PIC X(13) VALUE "      BALANCE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "FLAG".

       01 WS-DETAIL-LINE.
           05 WS-D-CU-NO    PIC X(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-D-NAME     PIC X(18).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-D-CURRENT  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-D-30-DAYS  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-D-60-DAYS  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-D-90-DAYS  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-D-CREDIT   PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-D-BALANCE  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-D-FLAG     PIC X(24).

       01 WS-TOTAL-LINE.
           05 FILLER        PIC X(26) VALUE "TOTAL ALL ACCOUNTS".
           05 WS-T-CURRENT  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-T-30-DAYS  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-T-60-DAYS  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-T-90-DAYS  PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-T-CREDIT   PIC ZZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-T-BALANCE  PIC ZZZZ,ZZ9.99-.

       01 WS-FLAG-COUNT-LINE.
           05 FILLER        PIC X(30)
               VALUE "ACCOUNTS FLAGGED FOR HOLD:".
           05 WS-F-COUNT    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "Enter aging date (YYYYMMDD), blank for today:".
           MOVE SPACES TO WS-AGING-DATE.
           ACCEPT WS-AGING-DATE.
           IF WS-AGING-DATE = SPACES
              ACCEPT WS-AGING-DATE FROM DATE YYYYMMDD
           END-IF.
           IF WS-AGING-DATE IS NOT NUMERIC
              DISPLAY "Enter the date as YYYYMMDD."
           ELSE
              MOVE WS-AGING-DATE TO WS-AGING-DATE-NUM
              COMPUTE WS-AGING-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM)
              PERFORM RUN-AGING
           END-IF.
           STOP RUN.

       RUN-AGING.
           OPEN INPUT Customer-File.
           IF WS-CUS-STATUS = "35"
              DISPLAY "No customers on file."
           ELSE
              OPEN OUTPUT Aging-Report-File
              MOVE WS-AGING-DATE TO WS-H-DATE
              WRITE Aging-Report-Line FROM WS-HEADING-1
              WRITE Aging-Report-Line FROM WS-HEADING-2
              PERFORM UNTIL CUS-END-OF-FILE
                 READ Customer-File NEXT RECORD
                    AT END SET CUS-END-OF-FILE TO TRUE
                    NOT AT END PERFORM AGE-ONE-ACCOUNT
                 END-READ
              END-PERFORM
              MOVE SPACES TO Aging-Report-Line
              WRITE Aging-Report-Line
              MOVE WS-G-CURRENT TO WS-T-CURRENT
              MOVE WS-G-30-DAYS TO WS-T-30-DAYS
              MOVE WS-G-60-DAYS TO WS-T-60-DAYS
              MOVE WS-G-90-DAYS TO WS-T-90-DAYS
              MOVE WS-G-CREDIT  TO WS-T-CREDIT
              MOVE WS-G-BALANCE TO WS-T-BALANCE
              WRITE Aging-Report-Line FROM WS-TOTAL-LINE
              MOVE WS-FLAGGED-COUNT TO WS-F-COUNT
              WRITE Aging-Report-Line FROM WS-FLAG-COUNT-LINE
              CLOSE Aging-Report-File
              CLOSE Customer-File
              DISPLAY WS-ACCOUNT-COUNT " accounts aged, "
                 WS-FLAGGED-COUNT " flagged for hold."
           END-IF.

      *>----------------------------------------------------------
      *> One account: load its charges less credit memos, apply
      *> its payments oldest first, age what is left, print.
      *>----------------------------------------------------------
       AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE ZEROS TO WS-CHARGE-COUNT.
           MOVE ZEROS TO WS-UNAPPLIED.
           INITIALIZE WS-ACCOUNT-BUCKETS.
           PERFORM LOAD-ACCOUNT-CHARGES.
           PERFORM LOAD-ACCOUNT-PAYMENTS.
           PERFORM APPLY-UNAPPLIED-CREDIT.
           PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
              UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
              PERFORM AGE-ONE-CHARGE
           END-PERFORM.
           PERFORM PRINT-ACCOUNT-LINE.

      *>----------------------------------------------------------
      *> One pass down the sales-order file per account, the way
      *> the statement run does it. Charges dated after the aging
      *> date are left out. A credit memo comes off the charge it
      *> was written against; one whose order is not found (or
      *> has already been cleared) becomes unapplied credit.
      *>----------------------------------------------------------
       LOAD-ACCOUNT-CHARGES.
           MOVE "N" TO WS-SO-EOF-SWITCH.
           OPEN INPUT Sales-Order-File.
           IF WS-SO-STATUS NOT = "35"
              PERFORM UNTIL SO-END-OF-FILE
                 READ Sales-Order-File
                    AT END SET SO-END-OF-FILE TO TRUE
                    NOT AT END
                       IF SO-CUSTOMER-NO = CU-NO
                          AND SO-ORDER-DATE NOT > WS-AGING-DATE
                          IF SO-RECORD-TYPE = "H"
                             PERFORM ADD-ACCOUNT-CHARGE
                          END-IF
                          IF SO-RECORD-TYPE = "C"
                             PERFORM TAKE-CREDIT-MEMO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Sales-Order-File
           END-IF.

       ADD-ACCOUNT-CHARGE.
           IF WS-CHARGE-COUNT = 500
              DISPLAY "Charge table full for " CU-NO
                 ", order dropped: " SO-ORDER-NO
           ELSE
              ADD 1 TO WS-CHARGE-COUNT
              MOVE SO-ORDER-NO   TO WS-C-ORDER-NO (WS-CHARGE-COUNT)
              MOVE SO-ORDER-DATE TO WS-C-ORDER-DATE (WS-CHARGE-COUNT)
              MOVE SO-LINE-TOTAL
                 TO WS-C-OPEN-AMOUNT (WS-CHARGE-COUNT)
           END-IF.

       TAKE-CREDIT-MEMO.
           MOVE "N" TO WS-CHARGE-FOUND.
           PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
              UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
                 OR CHARGE-ON-TABLE
              IF WS-C-ORDER-NO (WS-CHARGE-SUB) = SO-REF-ORDER-NO
                 SET CHARGE-ON-TABLE TO TRUE
              END-IF
           END-PERFORM.
           IF CHARGE-ON-TABLE
              SUBTRACT 1 FROM WS-CHARGE-SUB
              IF SO-LINE-TOTAL > WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
                 COMPUTE WS-UNAPPLIED = WS-UNAPPLIED + SO-LINE-TOTAL
                    - WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
                 MOVE ZEROS TO WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
              ELSE
                 SUBTRACT SO-LINE-TOTAL
                    FROM WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
              END-IF
           ELSE
              ADD SO-LINE-TOTAL TO WS-UNAPPLIED
           END-IF.

       LOAD-ACCOUNT-PAYMENTS.
           MOVE "N" TO WS-PAY-EOF-SWITCH.
           OPEN INPUT Customer-Payment-File.
           IF WS-PAY-STATUS NOT = "35"
              PERFORM UNTIL PAY-END-OF-FILE
                 READ Customer-Payment-File
                    AT END SET PAY-END-OF-FILE TO TRUE
                    NOT AT END
                       IF PAY-CUSTOMER-NO = CU-NO
                          AND PAY-DATE NOT > WS-AGING-DATE
                          ADD PAY-AMOUNT TO WS-UNAPPLIED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Customer-Payment-File
           END-IF.

      *>----------------------------------------------------------
      *> Payments, and credit left over from memos, clear the
      *> oldest open charge first and work forward; whatever is
      *> still unapplied after the newest charge is cleared stays
      *> a credit on the account.
      *>----------------------------------------------------------
       APPLY-UNAPPLIED-CREDIT.
           PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
              UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
                 OR WS-UNAPPLIED = ZEROS
              IF WS-C-OPEN-AMOUNT (WS-CHARGE-SUB) > WS-UNAPPLIED
                 MOVE WS-UNAPPLIED TO WS-APPLY-AMOUNT
              ELSE
                 MOVE WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
                    TO WS-APPLY-AMOUNT
              END-IF
              SUBTRACT WS-APPLY-AMOUNT
                 FROM WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
              SUBTRACT WS-APPLY-AMOUNT FROM WS-UNAPPLIED
           END-PERFORM.

      *>----------------------------------------------------------
      *> Ages what is left of one charge from its order date. A
      *> date that does not read as a date ages as 90-plus, so a
      *> damaged row gets looked at rather than hidden.
      *>----------------------------------------------------------
       AGE-ONE-CHARGE.
           IF WS-C-OPEN-AMOUNT (WS-CHARGE-SUB) > ZEROS
              IF WS-C-ORDER-DATE (WS-CHARGE-SUB) IS NUMERIC
                 MOVE WS-C-ORDER-DATE (WS-CHARGE-SUB)
                    TO WS-CHARGE-DATE-NUM
                 COMPUTE WS-AGE-DAYS = WS-AGING-DAY-INT
                    - FUNCTION INTEGER-OF-DATE(WS-CHARGE-DATE-NUM)
              ELSE
                 MOVE 90 TO WS-AGE-DAYS
              END-IF
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS < 30
                    ADD WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
                       TO WS-A-CURRENT
                 WHEN WS-AGE-DAYS < 60
                    ADD WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
                       TO WS-A-30-DAYS
                 WHEN WS-AGE-DAYS < 90
                    ADD WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
                       TO WS-A-60-DAYS
                 WHEN OTHER
                    ADD WS-C-OPEN-AMOUNT (WS-CHARGE-SUB)
                       TO WS-A-90-DAYS
              END-EVALUATE
           END-IF.

       PRINT-ACCOUNT-LINE.
           MOVE CU-NO        TO WS-D-CU-NO.
           MOVE CU-NAME      TO WS-D-NAME.
           MOVE WS-A-CURRENT TO WS-D-CURRENT.
           MOVE WS-A-30-DAYS TO WS-D-30-DAYS.
           MOVE WS-A-60-DAYS TO WS-D-60-DAYS.
           MOVE WS-A-90-DAYS TO WS-D-90-DAYS.
           MOVE WS-UNAPPLIED TO WS-D-CREDIT.
           MOVE CU-BALANCE   TO WS-D-BALANCE.
           MOVE SPACES       TO WS-D-FLAG.
           EVALUATE TRUE
              WHEN CU-ON-HOLD
                 MOVE "ON HOLD" TO WS-D-FLAG
              WHEN WS-A-90-DAYS > ZEROS
                 MOVE "PUT ON HOLD - 90+ DAYS" TO WS-D-FLAG
                 ADD 1 TO WS-FLAGGED-COUNT
              WHEN CU-BALANCE > CU-CREDIT-LIMIT
                 MOVE "PUT ON HOLD - OVER LIMIT" TO WS-D-FLAG
                 ADD 1 TO WS-FLAGGED-COUNT
           END-EVALUATE.
           WRITE Aging-Report-Line FROM WS-DETAIL-LINE.
           ADD WS-A-CURRENT TO WS-G-CURRENT.
           ADD WS-A-30-DAYS TO WS-G-30-DAYS.
           ADD WS-A-60-DAYS TO WS-G-60-DAYS.
           ADD WS-A-90-DAYS TO WS-G-90-DAYS.
           ADD WS-UNAPPLIED TO WS-G-CREDIT.
           ADD CU-BALANCE   TO WS-G-BALANCE.

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
