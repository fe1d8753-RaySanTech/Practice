      *
      * General_Ledger_Journal - writes the day's double-entry
      * journal for the accounting package instead of the
      * bookkeeper rebuilding it by hand from the CSV export. It
      * reads the run date's rows off the transaction log, the
      * sales-order file and the customer payment file and posts:
      *   order headers - cash or receivables debited with the
      *     grand total, sales tax payable credited with the tax;
      *   order lines - the item department's sales credited;
      *   credit memos and returned lines - the same in reverse,
      *     returns debited by department;
      *   customer payments - cash debited, receivables credited;
      *   SALE and RETURN log rows - cost of goods sold against
      *     the department's inventory;
      *   RECEIPT rows - inventory debited, received-not-invoiced
      *     credited;
      *   COUNT rows - the variance against shrinkage, and keyed
      *     QUANTITY changes against inventory adjustment.
      * Stock movements are valued at the item's Unit-Cost. A
      * department posts to its CAT-GL-ACCOUNT off the category
      * master; an item with no department, or whose department
      * has no account, posts to suspense so the day still
      * balances and someone sees it. The rows are summarized by
      * account, department and entry type, and a journal proof
      * listing shows every row with the debit and credit totals.
      * A day that does not balance is not written - the proof
      * says so and the run ends with a non-zero return code so
      * the end-of-day chain stops. A date already on the posting
      * register is refused, so the same day is never posted
      * twice. Batch, no operator prompts.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. General_Ledger_Journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Inventory-File Assign To "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Category-File Assign To "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

           Select Transaction-Log-File Assign To "invtxnlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           Select Sales-Order-File Assign To "salesorder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           Select Customer-Payment-File Assign To "custpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           Select GL-Journal-File Assign To "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           Select GL-Posted-File Assign To "glposted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STATUS.

           Select Journal-Proof-File Assign To "glproof.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       COPY "INVREC.CPY".

       FD Category-File.
       COPY "CATEGORY.CPY".

       FD Transaction-Log-File.
       COPY "TXNLOG.CPY".

       FD Sales-Order-File.
       COPY "SALESORD.CPY".

       FD Customer-Payment-File.
       COPY "CUSTPAY.CPY".

       FD GL-Journal-File.
       COPY "GLJOURNAL.CPY".

       FD GL-Posted-File.
       COPY "GLPOSTED.CPY".

       FD Journal-Proof-File.
       01 Journal-Proof-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS     PIC XX.
       01 WS-CAT-STATUS     PIC XX.
       01 WS-TXN-STATUS     PIC XX.
       01 WS-SO-STATUS      PIC XX.
       01 WS-PAY-STATUS     PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-GP-STATUS      PIC XX.
       01 WS-RPT-STATUS     PIC XX.

       01 WS-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-FILE       VALUE "Y".

       01 WS-CAT-EOF-SWITCH PIC X VALUE "N".
           88 CAT-END-OF-FILE   VALUE "Y".

       01 WS-POSTED-SWITCH  PIC X VALUE "N".
           88 DATE-ALREADY-POSTED VALUE "Y".

       01 WS-INV-OPEN-SWITCH PIC X VALUE "N".
           88 INVENTORY-OPEN    VALUE "Y".

       01 WS-RUN-DATE       PIC X(8).
       01 WS-CLOCK-TIME     PIC X(8).

      *> The shop's control accounts. Department rows post to the
      *> department's own account off the category master.
       01 WS-CASH-ACCOUNT      PIC X(8) VALUE "1000".
       01 WS-AR-ACCOUNT        PIC X(8) VALUE "1200".
       01 WS-RECEIVED-ACCOUNT  PIC X(8) VALUE "2100".
       01 WS-SALES-TAX-ACCOUNT PIC X(8) VALUE "2300".
       01 WS-SHRINK-ACCOUNT    PIC X(8) VALUE "5900".
       01 WS-ADJUST-ACCOUNT    PIC X(8) VALUE "5910".
       01 WS-SUSPENSE-ACCOUNT  PIC X(8) VALUE "9999".

       01 WS-CAT-TABLE.
           05 WS-CAT-COUNT PIC 9(3) VALUE ZEROS.
           05 WS-CAT-ENTRY OCCURS 100 TIMES.
              10 WS-T-CAT-CODE       PIC X(04).
              10 WS-T-CAT-GL-ACCOUNT PIC X(08).

       01 WS-CAT-SUB        PIC 9(3).

      *> The day's journal, one entry per account, department and
      *> entry type, built up in memory and written only once it
      *> is known to balance.
       01 WS-JOURNAL-TABLE.
           05 WS-J-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-J-ENTRY OCCURS 500 TIMES.
              10 WS-J-ACCOUNT     PIC X(08).
              10 WS-J-DEPARTMENT  PIC X(04).
              10 WS-J-ENTRY-TYPE  PIC X(08).
              10 WS-J-DEBIT       PIC 9(09)V99.
              10 WS-J-CREDIT      PIC 9(09)V99.

       01 WS-J-SUB          PIC 9(4).
       01 WS-J-FOUND        PIC 9(4).

       01 WS-J-OVERFLOW-SWITCH PIC X VALUE "N".
           88 JOURNAL-OVERFLOWED   VALUE "Y".

      *> One posting: the paragraph that decides it fills these in
      *> and performs POST-TO-JOURNAL.
       01 WS-POST-ACCOUNT    PIC X(08).
       01 WS-POST-DEPARTMENT PIC X(04).
       01 WS-POST-TYPE       PIC X(08).
       01 WS-POST-DEBIT      PIC 9(09)V99.
       01 WS-POST-CREDIT     PIC 9(09)V99.

      *> The item's department and account, found by LOOK-UP-ITEM.
       01 WS-ITEM-DEPARTMENT PIC X(04).
       01 WS-ITEM-ACCOUNT    PIC X(08).
       01 WS-ITEM-COST       PIC 9(05)V99.

       01 WS-MOVED-QTY       PIC 9(07).
       01 WS-MOVED-VALUE     PIC 9(09)V99.
       01 WS-TAX-POSTED      PIC 9(07)V99.
       01 WS-CUSTOMER-ACCOUNT PIC X(08).

       01 WS-TOTAL-DEBITS    PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CREDITS   PIC 9(11)V99 VALUE ZEROS.
       01 WS-SOURCE-COUNT    PIC 9(7) VALUE ZEROS.

       01 WS-PROOF-HEADING-1.
           05 FILLER        PIC X(24) VALUE "GENERAL LEDGER JOURNAL  ".
           05 FILLER        PIC X(15) VALUE "PROOF FOR DATE ".
           05 WS-PH-DATE    PIC X(08).

       01 WS-PROOF-HEADING-2.
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "TYPE".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(16) VALUE "           DEBIT".
           05 FILLER PIC X(16) VALUE "          CREDIT".

       01 WS-PROOF-DETAIL.
           05 WS-PD-ACCOUNT     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-DEPARTMENT  PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-TYPE        PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-DESCRIPTION PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-DEBIT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PD-CREDIT      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-PROOF-TOTAL-LINE.
           05 FILLER            PIC X(56) VALUE "TOTALS".
           05 WS-PT-DEBITS      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-PT-CREDITS     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-PROOF-MESSAGE      PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-POSTING-REGISTER.
           IF DATE-ALREADY-POSTED
              DISPLAY "Journal for " WS-RUN-DATE
                 " is already posted, not posted again."
           ELSE
              PERFORM LOAD-CATEGORY-TABLE
              OPEN INPUT Inventory-File
              IF WS-INV-STATUS NOT = "35"
                 SET INVENTORY-OPEN TO TRUE
              END-IF
              PERFORM JOURNAL-SALES-ORDERS
              PERFORM JOURNAL-PAYMENTS
              PERFORM JOURNAL-STOCK-MOVEMENTS
              IF INVENTORY-OPEN
                 CLOSE Inventory-File
              END-IF
              PERFORM TOTAL-JOURNAL
              PERFORM PRINT-JOURNAL-PROOF
              IF JOURNAL-OVERFLOWED
                 DISPLAY "Journal for " WS-RUN-DATE
                    " has too many entries, not written."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                    DISPLAY "Journal for " WS-RUN-DATE
                       " is out of balance, not written -"
                       " see glproof.rpt."
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM WRITE-JOURNAL
                    PERFORM WRITE-POSTING-REGISTER
                    DISPLAY "Journal for " WS-RUN-DATE " written, "
                       WS-J-COUNT " entries from " WS-SOURCE-COUNT
                       " source rows."
                 END-IF
              END-IF
           END-IF.
           GOBACK.

      *>----------------------------------------------------------
      *> A date is posted once. The register row is written only
      *> after the journal rows are, so a run that dies part way
      *> leaves the date open to be run again.
      *>----------------------------------------------------------
       CHECK-POSTING-REGISTER.
           OPEN INPUT GL-Posted-File.
           IF WS-GP-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE OR DATE-ALREADY-POSTED
                 READ GL-Posted-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF GP-DATE = WS-RUN-DATE
                          SET DATE-ALREADY-POSTED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-Posted-File
           END-IF.

       LOAD-CATEGORY-TABLE.
           OPEN INPUT Category-File.
           IF WS-CAT-STATUS NOT = "35"
              PERFORM UNTIL CAT-END-OF-FILE
                 READ Category-File NEXT RECORD
                    AT END SET CAT-END-OF-FILE TO TRUE
                    NOT AT END PERFORM ADD-CATEGORY-TO-TABLE
                 END-READ
              END-PERFORM
              CLOSE Category-File
           END-IF.

       ADD-CATEGORY-TO-TABLE.
           IF WS-CAT-COUNT = 100
              DISPLAY "Category table full, code dropped: " CAT-CODE
           ELSE
              ADD 1 TO WS-CAT-COUNT
              MOVE CAT-CODE TO WS-T-CAT-CODE (WS-CAT-COUNT)
              MOVE CAT-GL-ACCOUNT
                 TO WS-T-CAT-GL-ACCOUNT (WS-CAT-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> The item's department, the department's account and the
      *> item's cost. An item gone from the master, with no
      *> department, or whose department has no account posts to
      *> suspense under whatever department it has.
      *>----------------------------------------------------------
       LOOK-UP-ITEM.
           MOVE SPACES TO WS-ITEM-DEPARTMENT.
           MOVE WS-SUSPENSE-ACCOUNT TO WS-ITEM-ACCOUNT.
           MOVE ZEROS TO WS-ITEM-COST.
           IF INVENTORY-OPEN
              READ Inventory-File
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE Category-Code TO WS-ITEM-DEPARTMENT
                    MOVE Unit-Cost     TO WS-ITEM-COST
                    PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                       IF WS-T-CAT-CODE (WS-CAT-SUB) = Category-Code
                          AND Category-Code NOT = SPACES
                          AND WS-T-CAT-GL-ACCOUNT (WS-CAT-SUB)
                             NOT = SPACES
                          MOVE WS-T-CAT-GL-ACCOUNT (WS-CAT-SUB)
                             TO WS-ITEM-ACCOUNT
                       END-IF
                    END-PERFORM
              END-READ
           END-IF.

      *>----------------------------------------------------------
      *> Sales and credit memos. A header's grand total already
      *> includes its tax, and its lines add up to the total less
      *> the tax, so each order balances on its own. A header with
      *> a customer number was charged to the account.
      *>----------------------------------------------------------
       JOURNAL-SALES-ORDERS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Sales-Order-File.
           IF WS-SO-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Sales-Order-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF SO-ORDER-DATE = WS-RUN-DATE
                          ADD 1 TO WS-SOURCE-COUNT
                          PERFORM JOURNAL-SALES-ORDER-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Sales-Order-File
           END-IF.

       JOURNAL-SALES-ORDER-ROW.
           IF SO-CUSTOMER-NO = SPACES
              MOVE WS-CASH-ACCOUNT TO WS-CUSTOMER-ACCOUNT
           ELSE
              MOVE WS-AR-ACCOUNT TO WS-CUSTOMER-ACCOUNT
           END-IF.
           IF SO-TAX-AMOUNT IS NUMERIC
              MOVE SO-TAX-AMOUNT TO WS-TAX-POSTED
           ELSE
              MOVE ZEROS TO WS-TAX-POSTED
           END-IF.
           EVALUATE SO-RECORD-TYPE
              WHEN "H"
                 MOVE WS-CUSTOMER-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE SPACES TO WS-POST-DEPARTMENT
                 PERFORM SET-CUSTOMER-ENTRY-TYPE
                 MOVE SO-LINE-TOTAL TO WS-POST-DEBIT
                 MOVE ZEROS TO WS-POST-CREDIT
                 PERFORM POST-TO-JOURNAL
                 MOVE WS-SALES-TAX-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE "SALESTAX" TO WS-POST-TYPE
                 MOVE ZEROS TO WS-POST-DEBIT
                 MOVE WS-TAX-POSTED TO WS-POST-CREDIT
                 PERFORM POST-TO-JOURNAL
              WHEN "D"
                 MOVE SO-ITEM-NO TO ITEM-NO
                 PERFORM LOOK-UP-ITEM
                 MOVE WS-ITEM-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE WS-ITEM-DEPARTMENT TO WS-POST-DEPARTMENT
                 MOVE "SALES" TO WS-POST-TYPE
                 MOVE ZEROS TO WS-POST-DEBIT
                 MOVE SO-LINE-TOTAL TO WS-POST-CREDIT
                 PERFORM POST-TO-JOURNAL
              WHEN "C"
                 MOVE WS-CUSTOMER-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE SPACES TO WS-POST-DEPARTMENT
                 PERFORM SET-CUSTOMER-ENTRY-TYPE
                 MOVE ZEROS TO WS-POST-DEBIT
                 MOVE SO-LINE-TOTAL TO WS-POST-CREDIT
                 PERFORM POST-TO-JOURNAL
                 MOVE WS-SALES-TAX-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE "SALESTAX" TO WS-POST-TYPE
                 MOVE WS-TAX-POSTED TO WS-POST-DEBIT
                 MOVE ZEROS TO WS-POST-CREDIT
                 PERFORM POST-TO-JOURNAL
              WHEN "R"
                 MOVE SO-ITEM-NO TO ITEM-NO
                 PERFORM LOOK-UP-ITEM
                 MOVE WS-ITEM-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE WS-ITEM-DEPARTMENT TO WS-POST-DEPARTMENT
                 MOVE "RETURNS" TO WS-POST-TYPE
                 MOVE SO-LINE-TOTAL TO WS-POST-DEBIT
                 MOVE ZEROS TO WS-POST-CREDIT
                 PERFORM POST-TO-JOURNAL
           END-EVALUATE.

       SET-CUSTOMER-ENTRY-TYPE.
           IF WS-CUSTOMER-ACCOUNT = WS-CASH-ACCOUNT
              MOVE "CASH" TO WS-POST-TYPE
           ELSE
              MOVE "AR" TO WS-POST-TYPE
           END-IF.

       JOURNAL-PAYMENTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Customer-Payment-File.
           IF WS-PAY-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Customer-Payment-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF PAY-DATE = WS-RUN-DATE
                          ADD 1 TO WS-SOURCE-COUNT
                          PERFORM JOURNAL-PAYMENT-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Customer-Payment-File
           END-IF.

       JOURNAL-PAYMENT-ROW.
           MOVE WS-CASH-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE SPACES TO WS-POST-DEPARTMENT.
           MOVE "CASH" TO WS-POST-TYPE.
           MOVE PAY-AMOUNT TO WS-POST-DEBIT.
           MOVE ZEROS TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.
           MOVE WS-AR-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE "AR" TO WS-POST-TYPE.
           MOVE ZEROS TO WS-POST-DEBIT.
           MOVE PAY-AMOUNT TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.

      *>----------------------------------------------------------
      *> Stock that moved today, valued at cost. Each log row
      *> carries the quantity before and after; the difference is
      *> what moved. Price, cost, status and transfer rows move no
      *> value and are passed over.
      *>----------------------------------------------------------
       JOURNAL-STOCK-MOVEMENTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Transaction-Log-File.
           IF WS-TXN-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Transaction-Log-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF TXN-DATE = WS-RUN-DATE
                          AND TXN-OLD-VALUE NOT = TXN-NEW-VALUE
                          PERFORM JOURNAL-LOG-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Transaction-Log-File
           END-IF.

       JOURNAL-LOG-ROW.
           IF TXN-FIELD = "SALE" OR TXN-FIELD = "RETURN"
              OR TXN-FIELD = "RECEIPT" OR TXN-FIELD = "COUNT"
              OR TXN-FIELD = "QUANTITY"
              ADD 1 TO WS-SOURCE-COUNT
              MOVE TXN-ITEM-NO TO ITEM-NO
              PERFORM LOOK-UP-ITEM
              IF TXN-NEW-VALUE > TXN-OLD-VALUE
                 COMPUTE WS-MOVED-QTY = TXN-NEW-VALUE - TXN-OLD-VALUE
              ELSE
                 COMPUTE WS-MOVED-QTY = TXN-OLD-VALUE - TXN-NEW-VALUE
              END-IF
              COMPUTE WS-MOVED-VALUE = WS-MOVED-QTY * WS-ITEM-COST
              EVALUATE TXN-FIELD
                 WHEN "SALE"
                    PERFORM POST-COST-OF-SALE
                 WHEN "RETURN"
                    PERFORM POST-COST-OF-RETURN
                 WHEN "RECEIPT"
                    PERFORM POST-RECEIPT
                 WHEN "COUNT"
                    MOVE WS-SHRINK-ACCOUNT TO WS-POST-ACCOUNT
                    MOVE "SHRINK" TO WS-POST-TYPE
                    PERFORM POST-STOCK-ADJUSTMENT
                 WHEN "QUANTITY"
                    MOVE WS-ADJUST-ACCOUNT TO WS-POST-ACCOUNT
                    MOVE "ADJUST" TO WS-POST-TYPE
                    PERFORM POST-STOCK-ADJUSTMENT
              END-EVALUATE
           END-IF.

       POST-COST-OF-SALE.
           MOVE WS-ITEM-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-ITEM-DEPARTMENT TO WS-POST-DEPARTMENT.
           MOVE "COGS" TO WS-POST-TYPE.
           MOVE WS-MOVED-VALUE TO WS-POST-DEBIT.
           MOVE ZEROS TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.
           MOVE "INVENTRY" TO WS-POST-TYPE.
           MOVE ZEROS TO WS-POST-DEBIT.
           MOVE WS-MOVED-VALUE TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.

       POST-COST-OF-RETURN.
           MOVE WS-ITEM-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-ITEM-DEPARTMENT TO WS-POST-DEPARTMENT.
           MOVE "INVENTRY" TO WS-POST-TYPE.
           MOVE WS-MOVED-VALUE TO WS-POST-DEBIT.
           MOVE ZEROS TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.
           MOVE "COGS" TO WS-POST-TYPE.
           MOVE ZEROS TO WS-POST-DEBIT.
           MOVE WS-MOVED-VALUE TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.

       POST-RECEIPT.
           MOVE WS-ITEM-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-ITEM-DEPARTMENT TO WS-POST-DEPARTMENT.
           MOVE "INVENTRY" TO WS-POST-TYPE.
           MOVE WS-MOVED-VALUE TO WS-POST-DEBIT.
           MOVE ZEROS TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.
           MOVE WS-RECEIVED-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE SPACES TO WS-POST-DEPARTMENT.
           MOVE "RECEIVED" TO WS-POST-TYPE.
           MOVE ZEROS TO WS-POST-DEBIT.
           MOVE WS-MOVED-VALUE TO WS-POST-CREDIT.
           PERFORM POST-TO-JOURNAL.

      *>----------------------------------------------------------
      *> A count or keyed quantity change. The caller has set the
      *> offset account and type; stock up debits the department's
      *> inventory, stock down credits it. The offset row keeps the
      *> department so shrinkage can be read by department.
      *>----------------------------------------------------------
       POST-STOCK-ADJUSTMENT.
           MOVE WS-ITEM-DEPARTMENT TO WS-POST-DEPARTMENT.
           IF TXN-NEW-VALUE > TXN-OLD-VALUE
              MOVE ZEROS TO WS-POST-DEBIT
              MOVE WS-MOVED-VALUE TO WS-POST-CREDIT
           ELSE
              MOVE WS-MOVED-VALUE TO WS-POST-DEBIT
              MOVE ZEROS TO WS-POST-CREDIT
           END-IF.
           PERFORM POST-TO-JOURNAL.
           MOVE WS-ITEM-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE "INVENTRY" TO WS-POST-TYPE.
           IF TXN-NEW-VALUE > TXN-OLD-VALUE
              MOVE WS-MOVED-VALUE TO WS-POST-DEBIT
              MOVE ZEROS TO WS-POST-CREDIT
           ELSE
              MOVE ZEROS TO WS-POST-DEBIT
              MOVE WS-MOVED-VALUE TO WS-POST-CREDIT
           END-IF.
           PERFORM POST-TO-JOURNAL.

      *>----------------------------------------------------------
      *> Adds one posting to the day's entry for its account,
      *> department and type, starting a new entry the first time
      *> the combination is seen. A posting that does not fit
      *> marks the journal overflowed; it is then never written.
      *>----------------------------------------------------------
       POST-TO-JOURNAL.
           MOVE ZEROS TO WS-J-FOUND.
           PERFORM VARYING WS-J-SUB FROM 1 BY 1
              UNTIL WS-J-SUB > WS-J-COUNT OR WS-J-FOUND > ZEROS
              IF WS-J-ACCOUNT (WS-J-SUB) = WS-POST-ACCOUNT
                 AND WS-J-DEPARTMENT (WS-J-SUB) = WS-POST-DEPARTMENT
                 AND WS-J-ENTRY-TYPE (WS-J-SUB) = WS-POST-TYPE
                 MOVE WS-J-SUB TO WS-J-FOUND
              END-IF
           END-PERFORM.
           IF WS-J-FOUND = ZEROS
              IF WS-J-COUNT = 500
                 SET JOURNAL-OVERFLOWED TO TRUE
              ELSE
                 ADD 1 TO WS-J-COUNT
                 MOVE WS-J-COUNT TO WS-J-FOUND
                 MOVE WS-POST-ACCOUNT TO WS-J-ACCOUNT (WS-J-FOUND)
                 MOVE WS-POST-DEPARTMENT
                    TO WS-J-DEPARTMENT (WS-J-FOUND)
                 MOVE WS-POST-TYPE TO WS-J-ENTRY-TYPE (WS-J-FOUND)
                 MOVE ZEROS TO WS-J-DEBIT (WS-J-FOUND)
                 MOVE ZEROS TO WS-J-CREDIT (WS-J-FOUND)
              END-IF
           END-IF.
           IF WS-J-FOUND > ZEROS
              ADD WS-POST-DEBIT  TO WS-J-DEBIT (WS-J-FOUND)
              ADD WS-POST-CREDIT TO WS-J-CREDIT (WS-J-FOUND)
           END-IF.

       TOTAL-JOURNAL.
           PERFORM VARYING WS-J-SUB FROM 1 BY 1
              UNTIL WS-J-SUB > WS-J-COUNT
              ADD WS-J-DEBIT (WS-J-SUB)  TO WS-TOTAL-DEBITS
              ADD WS-J-CREDIT (WS-J-SUB) TO WS-TOTAL-CREDITS
           END-PERFORM.

       SET-ENTRY-DESCRIPTION.
           EVALUATE WS-J-ENTRY-TYPE (WS-J-SUB)
              WHEN "CASH"
                 MOVE "CASH SALES, REFUNDS, PAYMENTS" TO WS-PD-DESCRIPTION
              WHEN "AR"
                 MOVE "CHARGE SALES, CREDITS, PAYMTS"
                    TO WS-PD-DESCRIPTION
              WHEN "SALESTAX"
                 MOVE "SALES TAX COLLECTED/REFUNDED" TO WS-PD-DESCRIPTION
              WHEN "SALES"
                 MOVE "DEPARTMENT SALES" TO WS-PD-DESCRIPTION
              WHEN "RETURNS"
                 MOVE "DEPARTMENT SALES RETURNS" TO WS-PD-DESCRIPTION
              WHEN "COGS"
                 MOVE "COST OF GOODS SOLD" TO WS-PD-DESCRIPTION
              WHEN "INVENTRY"
                 MOVE "DEPARTMENT INVENTORY" TO WS-PD-DESCRIPTION
              WHEN "RECEIVED"
                 MOVE "RECEIVED NOT INVOICED" TO WS-PD-DESCRIPTION
              WHEN "SHRINK"
                 MOVE "COUNT SHRINKAGE" TO WS-PD-DESCRIPTION
              WHEN "ADJUST"
                 MOVE "KEYED QUANTITY ADJUSTMENT" TO WS-PD-DESCRIPTION
              WHEN OTHER
                 MOVE SPACES TO WS-PD-DESCRIPTION
           END-EVALUATE.
           IF WS-J-ACCOUNT (WS-J-SUB) = WS-SUSPENSE-ACCOUNT
              MOVE "SUSPENSE - NO DEPARTMENT ACCT" TO WS-PD-DESCRIPTION
           END-IF.

       PRINT-JOURNAL-PROOF.
           OPEN OUTPUT Journal-Proof-File.
           MOVE WS-RUN-DATE TO WS-PH-DATE.
           WRITE Journal-Proof-Line FROM WS-PROOF-HEADING-1.
           MOVE SPACES TO Journal-Proof-Line.
           WRITE Journal-Proof-Line.
           WRITE Journal-Proof-Line FROM WS-PROOF-HEADING-2.
           PERFORM VARYING WS-J-SUB FROM 1 BY 1
              UNTIL WS-J-SUB > WS-J-COUNT
              MOVE WS-J-ACCOUNT (WS-J-SUB)    TO WS-PD-ACCOUNT
              MOVE WS-J-DEPARTMENT (WS-J-SUB) TO WS-PD-DEPARTMENT
              MOVE WS-J-ENTRY-TYPE (WS-J-SUB) TO WS-PD-TYPE
              PERFORM SET-ENTRY-DESCRIPTION
              MOVE WS-J-DEBIT (WS-J-SUB)      TO WS-PD-DEBIT
              MOVE WS-J-CREDIT (WS-J-SUB)     TO WS-PD-CREDIT
              WRITE Journal-Proof-Line FROM WS-PROOF-DETAIL
           END-PERFORM.
           MOVE SPACES TO Journal-Proof-Line.
           WRITE Journal-Proof-Line.
           MOVE WS-TOTAL-DEBITS  TO WS-PT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-PT-CREDITS.
           WRITE Journal-Proof-Line FROM WS-PROOF-TOTAL-LINE.
           MOVE SPACES TO Journal-Proof-Line.
           WRITE Journal-Proof-Line.
           IF JOURNAL-OVERFLOWED
              MOVE "TOO MANY ENTRIES FOR ONE RUN - JOURNAL NOT WRITTEN"
                 TO WS-PROOF-MESSAGE
           ELSE
              IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
                 MOVE "DEBITS EQUAL CREDITS - JOURNAL WRITTEN"
                    TO WS-PROOF-MESSAGE
              ELSE
                 MOVE "OUT OF BALANCE - JOURNAL NOT WRITTEN"
                    TO WS-PROOF-MESSAGE
              END-IF
           END-IF.
           WRITE Journal-Proof-Line FROM WS-PROOF-MESSAGE.
           CLOSE Journal-Proof-File.

       WRITE-JOURNAL.
           OPEN EXTEND GL-Journal-File.
           IF WS-GL-STATUS = "35"
              OPEN OUTPUT GL-Journal-File
           END-IF.
           PERFORM VARYING WS-J-SUB FROM 1 BY 1
              UNTIL WS-J-SUB > WS-J-COUNT
              MOVE WS-RUN-DATE                TO GL-DATE
              MOVE WS-J-ACCOUNT (WS-J-SUB)    TO GL-ACCOUNT
              MOVE WS-J-DEPARTMENT (WS-J-SUB) TO GL-DEPARTMENT
              MOVE WS-J-ENTRY-TYPE (WS-J-SUB) TO GL-ENTRY-TYPE
              PERFORM SET-ENTRY-DESCRIPTION
              MOVE WS-PD-DESCRIPTION          TO GL-DESCRIPTION
              MOVE WS-J-DEBIT (WS-J-SUB)      TO GL-DEBIT
              MOVE WS-J-CREDIT (WS-J-SUB)     TO GL-CREDIT
              WRITE GL-Journal-Record
           END-PERFORM.
           CLOSE GL-Journal-File.

       WRITE-POSTING-REGISTER.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO GP-DATE.
           MOVE WS-CLOCK-TIME (1:6) TO GP-POST-TIME.
           MOVE WS-J-COUNT         TO GP-ENTRY-COUNT.
           MOVE WS-TOTAL-DEBITS    TO GP-DEBITS.
           MOVE WS-TOTAL-CREDITS   TO GP-CREDITS.
           OPEN EXTEND GL-Posted-File.
           IF WS-GP-STATUS = "35"
              OPEN OUTPUT GL-Posted-File
           END-IF.
           WRITE GL-Posted-Record.
           CLOSE GL-Posted-File.
