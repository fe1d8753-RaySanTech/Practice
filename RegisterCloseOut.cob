      *
      * Register_Close_Out - balances the cash drawer at the end of
      * a shift instead of someone adding up the receipt tape. The
      * cashier keys the business date and shift, the starting
      * float, the cash counted by denomination, and the checks.
      * The program totals the shift's "H" order headers off the
      * sales-order file, split cash (no customer number) against
      * charge, takes off the cash refunded on "C" credit memos with
      * no customer, adds the customer payments taken on the payment
      * file, and prints a close-out slip with what the drawer
      * should hold against what was counted and the over/short.
      * Neither file carries a shift, so a shift's figures are the
      * day's totals so far less what the earlier shifts of the same
      * date already closed - shifts are therefore closed in order,
      * and a shift already closed for the date is refused. Each
      * close is kept on the close-out file, and the history option
      * prints the over/shorts for a range of dates for the office.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Register_Close_Out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Sales-Order-File Assign To "salesorder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           Select Customer-Payment-File Assign To "custpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           Select Close-Out-File Assign To "closeout.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           Select Close-Out-Slip-File Assign To "closeout.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

           Select History-Report-File Assign To "closehist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-Order-File.
       COPY "SALESORD.CPY".

       FD Customer-Payment-File.
       COPY "CUSTPAY.CPY".

       FD Close-Out-File.
       COPY "CLOSEOUT.CPY".

       FD Close-Out-Slip-File.
       01 Close-Out-Slip-Line PIC X(80).

       FD History-Report-File.
       01 History-Report-Line PIC X(132).

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
       01 WS-SO-STATUS      PIC XX.
       01 WS-PAY-STATUS     PIC XX.
       01 WS-CO-STATUS      PIC XX.
       01 WS-SLIP-STATUS    PIC XX.
       01 WS-RPT-STATUS     PIC XX.

       01 WS-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-FILE       VALUE "Y".

       01 WS-CLOSE-DATE     PIC X(8).
       01 WS-SHIFT-ENTRY    PIC X.
       01 WS-SHIFT          PIC 9.
       01 WS-PREV-SHIFT     PIC 9.
       01 WS-CLOCK-TIME     PIC X(8).

       01 WS-CLOSE-SWITCH   PIC X VALUE "Y".
           88 CLOSE-ALLOWED     VALUE "Y".
       01 WS-PREV-SHIFT-SWITCH PIC X VALUE "N".
           88 PREVIOUS-SHIFT-CLOSED VALUE "Y".

      *> The day's totals so far, what earlier shifts of the date
      *> already took, and so this shift's own figures.
       01 WS-DAY-CASH-SALES    PIC 9(07)V99 VALUE ZEROS.
       01 WS-DAY-CHARGE-SALES  PIC 9(07)V99 VALUE ZEROS.
       01 WS-DAY-CASH-REFUNDS  PIC 9(07)V99 VALUE ZEROS.
       01 WS-DAY-PAYMENTS      PIC 9(07)V99 VALUE ZEROS.
       01 WS-PRIOR-CASH-SALES  PIC 9(07)V99 VALUE ZEROS.
       01 WS-PRIOR-CHARGE-SALES PIC 9(07)V99 VALUE ZEROS.
       01 WS-PRIOR-CASH-REFUNDS PIC 9(07)V99 VALUE ZEROS.
       01 WS-PRIOR-PAYMENTS    PIC 9(07)V99 VALUE ZEROS.
       01 WS-CASH-SALES        PIC 9(07)V99.
       01 WS-CHARGE-SALES      PIC 9(07)V99.
       01 WS-CASH-REFUNDS      PIC 9(07)V99.
       01 WS-PAYMENTS          PIC 9(07)V99.

       01 WS-FLOAT          PIC 9(07)V99.
       01 WS-CHECKS         PIC 9(07)V99.
       01 WS-CASH-COUNTED   PIC 9(07)V99.
       01 WS-COUNTED        PIC 9(07)V99.
       01 WS-EXPECTED       PIC S9(07)V99.
       01 WS-OVER-SHORT     PIC S9(07)V99.

      *> Bills and coin in the drawer, largest first. Names and
      *> values are set up in SET-UP-DENOMINATIONS.
       01 WS-DENOM-TABLE.
           05 WS-DENOM OCCURS 10 TIMES.
              10 WS-D-NAME    PIC X(12).
              10 WS-D-VALUE   PIC 9(03)V99.
              10 WS-D-PIECES  PIC 9(05).
              10 WS-D-AMOUNT  PIC 9(07)V99.
       01 WS-DENOM-SUB      PIC 99.

       01 WS-EDIT-PROMPT     PIC X(40).
       01 WS-EDIT-INPUT      PIC X(12).
       01 WS-EDIT-TALLY      PIC 9(2).
       01 WS-EDIT-WORK-NUM   PIC 9(9)V99.
       01 WS-EDITED-AMOUNT   PIC 9(07)V99.
       01 WS-EDITED-PIECES   PIC 9(05).
       01 WS-EDIT-OK-SWITCH  PIC X VALUE "N".
           88 EDIT-OK            VALUE "Y".

       01 WS-FROM-DATE      PIC X(8).
       01 WS-TO-DATE        PIC X(8).
       01 WS-HIST-COUNT     PIC 9(5) VALUE ZEROS.
       01 WS-HIST-SHORT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HIST-OVER-SHORT PIC S9(9)V99 VALUE ZEROS.

       01 WS-SLIP-HEADING.
           05 FILLER       PIC X(20) VALUE "REGISTER CLOSE-OUT  ".
           05 WS-SH-DATE   PIC X(08).
           05 FILLER       PIC X(08) VALUE "  SHIFT ".
           05 WS-SH-SHIFT  PIC 9.
           05 FILLER       PIC X(11) VALUE "  OPERATOR ".
           05 WS-SH-OPERATOR PIC X(05).

       01 WS-SLIP-DENOM-LINE.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WS-SD-NAME   PIC X(12).
           05 WS-SD-PIECES PIC ZZ,ZZ9.
           05 FILLER       PIC X(04) VALUE " at ".
           05 WS-SD-VALUE  PIC ZZ9.99.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WS-SD-AMOUNT PIC Z,ZZZ,ZZ9.99.

       01 WS-SLIP-AMOUNT-LINE.
           05 WS-SA-LABEL  PIC X(40).
           05 WS-SA-AMOUNT PIC Z,ZZZ,ZZ9.99-.

       01 WS-HIST-HEADING-1.
           05 FILLER       PIC X(30)
               VALUE "REGISTER OVER/SHORT HISTORY   ".
           05 WS-HH-FROM   PIC X(08).
           05 FILLER       PIC X(04) VALUE " TO ".
           05 WS-HH-TO     PIC X(08).

       01 WS-HIST-HEADING-2.
           05 FILLER PIC X(09) VALUE "DATE".
           05 FILLER PIC X(03) VALUE "SH".
           05 FILLER PIC X(06) VALUE "OPER".
           05 FILLER PIC X(14) VALUE "   CASH SALES".
           05 FILLER PIC X(14) VALUE "  CHARGE SALES".
           05 FILLER PIC X(14) VALUE "   CASH REFUND".
           05 FILLER PIC X(14) VALUE "     PAYMENTS".
           05 FILLER PIC X(14) VALUE "     EXPECTED".
           05 FILLER PIC X(14) VALUE "      COUNTED".
           05 FILLER PIC X(14) VALUE "   OVER/SHORT".

       01 WS-HIST-DETAIL.
           05 WS-HD-DATE       PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-HD-SHIFT      PIC 9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-HD-OPERATOR   PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-HD-CASH       PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-HD-CHARGE     PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-HD-REFUNDS    PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-HD-PAYMENTS   PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-HD-EXPECTED   PIC Z,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-HD-COUNTED    PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-HD-OVER-SHORT PIC Z,ZZZ,ZZ9.99-.

       01 WS-HIST-TOTAL-LINE.
           05 WS-HT-LABEL  PIC X(40).
           05 WS-HT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "1. Close a shift".
           DISPLAY "2. Over/short history".
           DISPLAY "3. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT Choice.

           IF Choice = "1" THEN
              PERFORM CLOSE-SHIFT
           END-IF.

           IF Choice = "2" THEN
              PERFORM PRINT-HISTORY
           END-IF.

           STOP RUN.

       CLOSE-SHIFT.
           DISPLAY "Enter business date (YYYYMMDD), blank for today:".
           MOVE SPACES TO WS-CLOSE-DATE.
           ACCEPT WS-CLOSE-DATE.
           IF WS-CLOSE-DATE = SPACES
              ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Enter shift number (1-9):".
           ACCEPT WS-SHIFT-ENTRY.
           IF WS-CLOSE-DATE IS NOT NUMERIC
              DISPLAY "Enter the date as YYYYMMDD."
           ELSE
              IF WS-SHIFT-ENTRY IS NOT NUMERIC
                 OR WS-SHIFT-ENTRY = "0"
                 DISPLAY "Shift must be 1 through 9."
              ELSE
                 MOVE WS-SHIFT-ENTRY TO WS-SHIFT
                 PERFORM CHECK-EARLIER-CLOSES
                 IF CLOSE-ALLOWED
                    PERFORM TOTAL-SHIFT-ACTIVITY
                    PERFORM TAKE-DRAWER-COUNT
                    PERFORM BALANCE-DRAWER
                    PERFORM WRITE-CLOSE-OUT-ROW
                    PERFORM PRINT-CLOSE-OUT-SLIP
                 END-IF
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> Reads every close already on file for the date. The same
      *> shift closed before is refused, a later shift already
      *> closed means this one was skipped and is refused, and a
      *> shift after the first needs the one before it closed -
      *> otherwise the subtraction below would hand this shift the
      *> sales of the shift nobody closed. What the earlier shifts
      *> took is added up to subtract from the day's totals.
      *>----------------------------------------------------------
       CHECK-EARLIER-CLOSES.
           MOVE "Y" TO WS-CLOSE-SWITCH.
           MOVE "N" TO WS-PREV-SHIFT-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Close-Out-File.
           IF WS-CO-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Close-Out-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF CO-DATE = WS-CLOSE-DATE
                          PERFORM TAKE-EARLIER-CLOSE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Close-Out-File
           END-IF.
           IF CLOSE-ALLOWED AND WS-SHIFT > 1
              AND NOT PREVIOUS-SHIFT-CLOSED
              COMPUTE WS-PREV-SHIFT = WS-SHIFT - 1
              DISPLAY "Shift " WS-SHIFT " cannot close before shift "
                 WS-PREV-SHIFT " has closed for " WS-CLOSE-DATE "."
              MOVE "N" TO WS-CLOSE-SWITCH
           END-IF.

       TAKE-EARLIER-CLOSE.
           EVALUATE TRUE
              WHEN CO-SHIFT = WS-SHIFT
                 DISPLAY "Shift " WS-SHIFT " for " WS-CLOSE-DATE
                    " was already closed by " CO-OPERATOR-ID "."
                 MOVE "N" TO WS-CLOSE-SWITCH
              WHEN CO-SHIFT > WS-SHIFT
                 DISPLAY "Shift " CO-SHIFT " for " WS-CLOSE-DATE
                    " is already closed; shift " WS-SHIFT
                    " was skipped."
                 MOVE "N" TO WS-CLOSE-SWITCH
              WHEN OTHER
                 IF CO-SHIFT = WS-SHIFT - 1
                    SET PREVIOUS-SHIFT-CLOSED TO TRUE
                 END-IF
                 ADD CO-CASH-SALES   TO WS-PRIOR-CASH-SALES
                 ADD CO-CHARGE-SALES TO WS-PRIOR-CHARGE-SALES
                 ADD CO-CASH-REFUNDS TO WS-PRIOR-CASH-REFUNDS
                 ADD CO-PAYMENTS     TO WS-PRIOR-PAYMENTS
           END-EVALUATE.

      *>----------------------------------------------------------
      *> The day's order headers split cash and charge, cash
      *> refunds off the credit memos with no customer (a memo
      *> against a charge account credits the account, not the
      *> drawer), and the payments taken at the counter - then less
      *> what the earlier shifts closed.
      *>----------------------------------------------------------
       TOTAL-SHIFT-ACTIVITY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Sales-Order-File.
           IF WS-SO-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Sales-Order-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF SO-ORDER-DATE = WS-CLOSE-DATE
                          PERFORM TAKE-SALES-ORDER-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Sales-Order-File
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Customer-Payment-File.
           IF WS-PAY-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Customer-Payment-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF PAY-DATE = WS-CLOSE-DATE
                          ADD PAY-AMOUNT TO WS-DAY-PAYMENTS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Customer-Payment-File
           END-IF.
           COMPUTE WS-CASH-SALES =
              WS-DAY-CASH-SALES - WS-PRIOR-CASH-SALES.
           COMPUTE WS-CHARGE-SALES =
              WS-DAY-CHARGE-SALES - WS-PRIOR-CHARGE-SALES.
           COMPUTE WS-CASH-REFUNDS =
              WS-DAY-CASH-REFUNDS - WS-PRIOR-CASH-REFUNDS.
           COMPUTE WS-PAYMENTS =
              WS-DAY-PAYMENTS - WS-PRIOR-PAYMENTS.

       TAKE-SALES-ORDER-ROW.
           EVALUATE SO-RECORD-TYPE
              WHEN "H"
                 IF SO-CUSTOMER-NO = SPACES
                    ADD SO-LINE-TOTAL TO WS-DAY-CASH-SALES
                 ELSE
                    ADD SO-LINE-TOTAL TO WS-DAY-CHARGE-SALES
                 END-IF
              WHEN "C"
                 IF SO-CUSTOMER-NO = SPACES
                    ADD SO-LINE-TOTAL TO WS-DAY-CASH-REFUNDS
                 END-IF
           END-EVALUATE.

       TAKE-DRAWER-COUNT.
           PERFORM SET-UP-DENOMINATIONS.
           MOVE "Enter starting float:" TO WS-EDIT-PROMPT.
           PERFORM EDIT-AMOUNT-ENTRY.
           MOVE WS-EDITED-AMOUNT TO WS-FLOAT.
           DISPLAY "Count the drawer, float included.".
           MOVE ZEROS TO WS-CASH-COUNTED.
           PERFORM VARYING WS-DENOM-SUB FROM 1 BY 1
              UNTIL WS-DENOM-SUB > 10
              MOVE SPACES TO WS-EDIT-PROMPT
              STRING "How many " WS-D-NAME (WS-DENOM-SUB) ":"
                 DELIMITED BY SIZE INTO WS-EDIT-PROMPT
              PERFORM EDIT-PIECES-ENTRY
              MOVE WS-EDITED-PIECES TO WS-D-PIECES (WS-DENOM-SUB)
              COMPUTE WS-D-AMOUNT (WS-DENOM-SUB) =
                 WS-D-PIECES (WS-DENOM-SUB) * WS-D-VALUE (WS-DENOM-SUB)
              ADD WS-D-AMOUNT (WS-DENOM-SUB) TO WS-CASH-COUNTED
           END-PERFORM.
           MOVE "Enter total of checks:" TO WS-EDIT-PROMPT.
           PERFORM EDIT-AMOUNT-ENTRY.
           MOVE WS-EDITED-AMOUNT TO WS-CHECKS.

       SET-UP-DENOMINATIONS.
           MOVE "100s"        TO WS-D-NAME (1).
           MOVE 100.00        TO WS-D-VALUE (1).
           MOVE "50s"         TO WS-D-NAME (2).
           MOVE 50.00         TO WS-D-VALUE (2).
           MOVE "20s"         TO WS-D-NAME (3).
           MOVE 20.00         TO WS-D-VALUE (3).
           MOVE "10s"         TO WS-D-NAME (4).
           MOVE 10.00         TO WS-D-VALUE (4).
           MOVE "5s"          TO WS-D-NAME (5).
           MOVE 5.00          TO WS-D-VALUE (5).
           MOVE "1s"          TO WS-D-NAME (6).
           MOVE 1.00          TO WS-D-VALUE (6).
           MOVE "quarters"    TO WS-D-NAME (7).
           MOVE 0.25          TO WS-D-VALUE (7).
           MOVE "dimes"       TO WS-D-NAME (8).
           MOVE 0.10          TO WS-D-VALUE (8).
           MOVE "nickels"     TO WS-D-NAME (9).
           MOVE 0.05          TO WS-D-VALUE (9).
           MOVE "pennies"     TO WS-D-NAME (10).
           MOVE 0.01          TO WS-D-VALUE (10).

       BALANCE-DRAWER.
           COMPUTE WS-EXPECTED = WS-FLOAT + WS-CASH-SALES
              + WS-PAYMENTS - WS-CASH-REFUNDS.
           COMPUTE WS-COUNTED = WS-CASH-COUNTED + WS-CHECKS.
           COMPUTE WS-OVER-SHORT = WS-COUNTED - WS-EXPECTED.

       WRITE-CLOSE-OUT-ROW.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOSE-DATE    TO CO-DATE.
           MOVE WS-SHIFT         TO CO-SHIFT.
           MOVE WS-SIGNON-ID     TO CO-OPERATOR-ID.
           MOVE WS-CLOCK-TIME (1:6) TO CO-CLOSE-TIME.
           MOVE WS-FLOAT         TO CO-FLOAT.
           MOVE WS-CASH-COUNTED  TO CO-CASH-COUNTED.
           MOVE WS-CHECKS        TO CO-CHECKS.
           MOVE WS-CASH-SALES    TO CO-CASH-SALES.
           MOVE WS-CHARGE-SALES  TO CO-CHARGE-SALES.
           MOVE WS-CASH-REFUNDS  TO CO-CASH-REFUNDS.
           MOVE WS-PAYMENTS      TO CO-PAYMENTS.
           MOVE WS-EXPECTED      TO CO-EXPECTED.
           MOVE WS-COUNTED       TO CO-COUNTED.
           MOVE WS-OVER-SHORT    TO CO-OVER-SHORT.
           OPEN EXTEND Close-Out-File.
           IF WS-CO-STATUS = "35"
              OPEN OUTPUT Close-Out-File
           END-IF.
           WRITE Close-Out-Record.
           CLOSE Close-Out-File.

       PRINT-CLOSE-OUT-SLIP.
           OPEN OUTPUT Close-Out-Slip-File.
           MOVE WS-CLOSE-DATE TO WS-SH-DATE.
           MOVE WS-SHIFT      TO WS-SH-SHIFT.
           MOVE WS-SIGNON-ID  TO WS-SH-OPERATOR.
           WRITE Close-Out-Slip-Line FROM WS-SLIP-HEADING.
           MOVE SPACES TO Close-Out-Slip-Line.
           WRITE Close-Out-Slip-Line.
           PERFORM VARYING WS-DENOM-SUB FROM 1 BY 1
              UNTIL WS-DENOM-SUB > 10
              MOVE WS-D-NAME (WS-DENOM-SUB)   TO WS-SD-NAME
              MOVE WS-D-PIECES (WS-DENOM-SUB) TO WS-SD-PIECES
              MOVE WS-D-VALUE (WS-DENOM-SUB)  TO WS-SD-VALUE
              MOVE WS-D-AMOUNT (WS-DENOM-SUB) TO WS-SD-AMOUNT
              WRITE Close-Out-Slip-Line FROM WS-SLIP-DENOM-LINE
           END-PERFORM.
           MOVE "CASH COUNTED" TO WS-SA-LABEL.
           MOVE WS-CASH-COUNTED TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE "CHECKS" TO WS-SA-LABEL.
           MOVE WS-CHECKS TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE "TOTAL COUNTED" TO WS-SA-LABEL.
           MOVE WS-COUNTED TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE SPACES TO Close-Out-Slip-Line.
           WRITE Close-Out-Slip-Line.
           MOVE "STARTING FLOAT" TO WS-SA-LABEL.
           MOVE WS-FLOAT TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE "CASH SALES" TO WS-SA-LABEL.
           MOVE WS-CASH-SALES TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE "PAYMENTS ON ACCOUNT" TO WS-SA-LABEL.
           MOVE WS-PAYMENTS TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE "LESS CASH REFUNDS" TO WS-SA-LABEL.
           MOVE WS-CASH-REFUNDS TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE "DRAWER SHOULD HOLD" TO WS-SA-LABEL.
           MOVE WS-EXPECTED TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           MOVE SPACES TO Close-Out-Slip-Line.
           WRITE Close-Out-Slip-Line.
           MOVE "CHARGE SALES (NOT IN DRAWER)" TO WS-SA-LABEL.
           MOVE WS-CHARGE-SALES TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           IF WS-OVER-SHORT < ZEROS
              MOVE "DRAWER SHORT" TO WS-SA-LABEL
           ELSE
              MOVE "DRAWER OVER" TO WS-SA-LABEL
           END-IF.
           MOVE WS-OVER-SHORT TO WS-SA-AMOUNT.
           PERFORM WRITE-SLIP-AMOUNT.
           CLOSE Close-Out-Slip-File.
           MOVE WS-EXPECTED TO WS-SA-AMOUNT.
           DISPLAY "Shift " WS-SHIFT " closed. Should hold "
              WS-SA-AMOUNT.
           MOVE WS-OVER-SHORT TO WS-SA-AMOUNT.
           DISPLAY "Over/short " WS-SA-AMOUNT
              " - slip is on closeout.rpt.".

       WRITE-SLIP-AMOUNT.
           WRITE Close-Out-Slip-Line FROM WS-SLIP-AMOUNT-LINE.

      *>----------------------------------------------------------
      *> Every close in the date range, in the order closed, with
      *> the net over/short and the number of short shifts at the
      *> foot.
      *>----------------------------------------------------------
       PRINT-HISTORY.
           DISPLAY "Enter from date (YYYYMMDD):".
           ACCEPT WS-FROM-DATE.
           DISPLAY "Enter to date (YYYYMMDD), blank for today:".
           MOVE SPACES TO WS-TO-DATE.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
              ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT Close-Out-File.
           IF WS-CO-STATUS = "35"
              DISPLAY "No shifts have been closed."
           ELSE
              OPEN OUTPUT History-Report-File
              MOVE WS-FROM-DATE TO WS-HH-FROM
              MOVE WS-TO-DATE   TO WS-HH-TO
              WRITE History-Report-Line FROM WS-HIST-HEADING-1
              MOVE SPACES TO History-Report-Line
              WRITE History-Report-Line
              WRITE History-Report-Line FROM WS-HIST-HEADING-2
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                 READ Close-Out-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF CO-DATE NOT < WS-FROM-DATE
                          AND CO-DATE NOT > WS-TO-DATE
                          PERFORM PRINT-HISTORY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Close-Out-File
              MOVE SPACES TO History-Report-Line
              WRITE History-Report-Line
              MOVE "SHIFTS CLOSED" TO WS-HT-LABEL
              MOVE WS-HIST-COUNT TO WS-HT-AMOUNT
              WRITE History-Report-Line FROM WS-HIST-TOTAL-LINE
              MOVE "SHIFTS SHORT" TO WS-HT-LABEL
              MOVE WS-HIST-SHORT-COUNT TO WS-HT-AMOUNT
              WRITE History-Report-Line FROM WS-HIST-TOTAL-LINE
              MOVE "NET OVER/SHORT" TO WS-HT-LABEL
              MOVE WS-HIST-OVER-SHORT TO WS-HT-AMOUNT
              WRITE History-Report-Line FROM WS-HIST-TOTAL-LINE
              CLOSE History-Report-File
              DISPLAY WS-HIST-COUNT " shifts on closehist.rpt."
           END-IF.

       PRINT-HISTORY-ROW.
           ADD 1 TO WS-HIST-COUNT.
           ADD CO-OVER-SHORT TO WS-HIST-OVER-SHORT.
           IF CO-OVER-SHORT < ZEROS
              ADD 1 TO WS-HIST-SHORT-COUNT
           END-IF.
           MOVE CO-DATE          TO WS-HD-DATE.
           MOVE CO-SHIFT         TO WS-HD-SHIFT.
           MOVE CO-OPERATOR-ID   TO WS-HD-OPERATOR.
           MOVE CO-CASH-SALES    TO WS-HD-CASH.
           MOVE CO-CHARGE-SALES  TO WS-HD-CHARGE.
           MOVE CO-CASH-REFUNDS  TO WS-HD-REFUNDS.
           MOVE CO-PAYMENTS      TO WS-HD-PAYMENTS.
           MOVE CO-EXPECTED      TO WS-HD-EXPECTED.
           MOVE CO-COUNTED       TO WS-HD-COUNTED.
           MOVE CO-OVER-SHORT    TO WS-HD-OVER-SHORT.
           WRITE History-Report-Line FROM WS-HIST-DETAIL.

      *>----------------------------------------------------------
      *> Keyed-field edits, in the manner of EDIT-PRICE-ENTRY in
      *> Pending_Price_Entry: anything that is not a plain non-negative
      *> number re-prompts, so a finger-slip never reaches the
      *> close-out file. A piece count must be a whole number.
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
                 IF WS-EDIT-WORK-NUM > 9999999.99
                    DISPLAY "Amount cannot exceed 9999999.99, try"
                       " again."
                 ELSE
                    MOVE WS-EDIT-WORK-NUM TO WS-EDITED-AMOUNT
                    MOVE "Y" TO WS-EDIT-OK-SWITCH
                 END-IF
              END-IF
           END-PERFORM.

       EDIT-PIECES-ENTRY.
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
                 DISPLAY "Not a count, try again."
              ELSE
                 COMPUTE WS-EDIT-WORK-NUM =
                    FUNCTION NUMVAL(WS-EDIT-INPUT)
                 IF WS-EDIT-WORK-NUM > 99999
                    DISPLAY "Count cannot exceed 99999, try again."
                 ELSE
                    MOVE WS-EDIT-WORK-NUM TO WS-EDITED-PIECES
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
