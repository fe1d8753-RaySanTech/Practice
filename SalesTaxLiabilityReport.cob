      *
      * Sales_Tax_Liability_Report - month-end figures for the state
      * sales-tax return, straight off the sales-order file instead
      * of worked out by hand. The operator keys the month; every
      * "D" line sold and every credit-memo "R" line returned in
      * the month is bucketed by the tax code the register stamped
      * on it - taxable, exempt because of its department, exempt
      * because the customer holds a certificate - with sales,
      * returns, and net per bucket. Tax collected is the month's
      * "H" header tax, tax refunded the month's "C" header tax,
      * and the net of the two is what the return owes. Lines
      * posted before the register collected tax carry no code and
      * print on their own line so they are not mistaken for
      * either taxable or exempt sales.
      *
      * Modification history:
      *   The program now starts with an operator sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Sales_Tax_Liability_Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Sales-Order-File Assign To "salesorder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           Select Tax-Report-File Assign To "salestax.rpt"
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

       FD Tax-Report-File.
       01 Tax-Report-Line PIC X(132).

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

       01 WS-SO-STATUS      PIC XX.
       01 WS-RPT-STATUS     PIC XX.

       01 WS-SO-EOF-SWITCH  PIC X VALUE "N".
           88 SO-END-OF-FILE   VALUE "Y".

       01 WS-TAX-MONTH      PIC X(6).

      *> One bucket per tax code: 1 taxable, 2 exempt category,
      *> 3 exempt customer, 4 not coded (posted before tax).
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 4 TIMES.
              10 WS-B-SALES   PIC 9(09)V99.
              10 WS-B-RETURNS PIC 9(09)V99.
       01 WS-BUCKET-SUB     PIC 9.

       01 WS-TAX-COLLECTED  PIC 9(09)V99 VALUE ZEROS.
       01 WS-TAX-REFUNDED   PIC 9(09)V99 VALUE ZEROS.
       01 WS-NET-AMOUNT     PIC S9(09)V99.
       01 WS-TOTAL-SALES    PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-RETURNS  PIC 9(09)V99 VALUE ZEROS.
       01 WS-ROW-COUNT      PIC 9(7) VALUE ZEROS.

       01 WS-HEADING-1.
           05 FILLER      PIC X(30)
               VALUE "SALES TAX LIABILITY FOR MONTH ".
           05 WS-H-MONTH  PIC X(6).

       01 WS-HEADING-2.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "          SALES".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "        RETURNS".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "            NET".

       01 WS-BUCKET-LINE.
           05 WS-L-LABEL    PIC X(24).
           05 WS-L-SALES    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-L-RETURNS  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-L-NET      PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-AMOUNT-LINE.
           05 WS-A-LABEL    PIC X(56).
           05 WS-A-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "Enter tax month (YYYYMM):".
           ACCEPT WS-TAX-MONTH.
           INITIALIZE WS-BUCKET-TABLE.
           OPEN INPUT Sales-Order-File.
           IF WS-SO-STATUS = "35"
              DISPLAY "No sales-order file, nothing to report."
           ELSE
              PERFORM UNTIL SO-END-OF-FILE
                 READ Sales-Order-File
                    AT END SET SO-END-OF-FILE TO TRUE
                    NOT AT END
                       IF SO-ORDER-DATE (1:6) = WS-TAX-MONTH
                          PERFORM TAKE-MONTH-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Sales-Order-File
              PERFORM PRINT-LIABILITY
              DISPLAY WS-ROW-COUNT " sales-order rows in the month."
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------
      *> Headers carry the tax, lines carry the merchandise. A row
      *> written before the tax fields existed reads back with
      *> spaces in them, so the tax amount is only taken when it is
      *> numeric and an uncoded line falls into bucket 4.
      *>----------------------------------------------------------
       TAKE-MONTH-ROW.
           ADD 1 TO WS-ROW-COUNT.
           EVALUATE SO-RECORD-TYPE
              WHEN "H"
                 IF SO-TAX-AMOUNT IS NUMERIC
                    ADD SO-TAX-AMOUNT TO WS-TAX-COLLECTED
                 END-IF
              WHEN "C"
                 IF SO-TAX-AMOUNT IS NUMERIC
                    ADD SO-TAX-AMOUNT TO WS-TAX-REFUNDED
                 END-IF
              WHEN "D"
                 PERFORM SET-BUCKET-SUB
                 ADD SO-LINE-TOTAL TO WS-B-SALES (WS-BUCKET-SUB)
                 ADD SO-LINE-TOTAL TO WS-TOTAL-SALES
              WHEN "R"
                 PERFORM SET-BUCKET-SUB
                 ADD SO-LINE-TOTAL TO WS-B-RETURNS (WS-BUCKET-SUB)
                 ADD SO-LINE-TOTAL TO WS-TOTAL-RETURNS
           END-EVALUATE.

       SET-BUCKET-SUB.
           EVALUATE TRUE
              WHEN SO-TAXED
                 MOVE 1 TO WS-BUCKET-SUB
              WHEN SO-EXEMPT-CATEGORY
                 MOVE 2 TO WS-BUCKET-SUB
              WHEN SO-EXEMPT-CUSTOMER
                 MOVE 3 TO WS-BUCKET-SUB
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.

       PRINT-LIABILITY.
           OPEN OUTPUT Tax-Report-File.
           MOVE WS-TAX-MONTH TO WS-H-MONTH.
           WRITE Tax-Report-Line FROM WS-HEADING-1.
           MOVE SPACES TO Tax-Report-Line.
           WRITE Tax-Report-Line.
           WRITE Tax-Report-Line FROM WS-HEADING-2.
           MOVE "TAXABLE SALES" TO WS-L-LABEL.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM PRINT-BUCKET-LINE.
           MOVE "EXEMPT - CATEGORY" TO WS-L-LABEL.
           MOVE 2 TO WS-BUCKET-SUB.
           PERFORM PRINT-BUCKET-LINE.
           MOVE "EXEMPT - CUSTOMER" TO WS-L-LABEL.
           MOVE 3 TO WS-BUCKET-SUB.
           PERFORM PRINT-BUCKET-LINE.
           MOVE "NOT CODED (BEFORE TAX)" TO WS-L-LABEL.
           MOVE 4 TO WS-BUCKET-SUB.
           PERFORM PRINT-BUCKET-LINE.
           MOVE "TOTAL SALES" TO WS-L-LABEL.
           MOVE WS-TOTAL-SALES   TO WS-L-SALES.
           MOVE WS-TOTAL-RETURNS TO WS-L-RETURNS.
           COMPUTE WS-NET-AMOUNT = WS-TOTAL-SALES - WS-TOTAL-RETURNS.
           MOVE WS-NET-AMOUNT    TO WS-L-NET.
           WRITE Tax-Report-Line FROM WS-BUCKET-LINE.
           MOVE SPACES TO Tax-Report-Line.
           WRITE Tax-Report-Line.
           MOVE "TAX COLLECTED" TO WS-A-LABEL.
           MOVE WS-TAX-COLLECTED TO WS-A-AMOUNT.
           WRITE Tax-Report-Line FROM WS-AMOUNT-LINE.
           MOVE "TAX REFUNDED ON CREDIT MEMOS" TO WS-A-LABEL.
           MOVE WS-TAX-REFUNDED TO WS-A-AMOUNT.
           WRITE Tax-Report-Line FROM WS-AMOUNT-LINE.
           MOVE "NET TAX DUE" TO WS-A-LABEL.
           COMPUTE WS-NET-AMOUNT = WS-TAX-COLLECTED - WS-TAX-REFUNDED.
           MOVE WS-NET-AMOUNT TO WS-A-AMOUNT.
           WRITE Tax-Report-Line FROM WS-AMOUNT-LINE.
           CLOSE Tax-Report-File.

       PRINT-BUCKET-LINE.
           MOVE WS-B-SALES (WS-BUCKET-SUB)   TO WS-L-SALES.
           MOVE WS-B-RETURNS (WS-BUCKET-SUB) TO WS-L-RETURNS.
           COMPUTE WS-NET-AMOUNT = WS-B-SALES (WS-BUCKET-SUB)
              - WS-B-RETURNS (WS-BUCKET-SUB).
           MOVE WS-NET-AMOUNT TO WS-L-NET.
           WRITE Tax-Report-Line FROM WS-BUCKET-LINE.

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
