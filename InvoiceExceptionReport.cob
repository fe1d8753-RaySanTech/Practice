      *
      * Invoice_Exception_Report - lists every vendor invoice the
      * three-way match held, so the buyer works the holds from
      * paper instead of finding out when the vendor calls about
      * an unpaid bill. Each held invoice prints its header -
      * vendor, invoice number and date, PO, keyed total and the
      * hold reason - followed by its held lines with what was
      * billed against what was received and the cost confirmed
      * at receiving. Approved lines of a held invoice do not
      * print; the approved and held totals on the header show
      * how much of it is clean. Counts and the held amount at the
      * bottom. No operator prompts.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Invoice_Exception_Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select AP-Invoice-File Assign To "apinvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           Select Exception-Report-File Assign To "apexcept.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AP-Invoice-File.
       COPY "APINVOICE.CPY".

       FD Exception-Report-File.
       01 Exception-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AP-STATUS     PIC XX.
       01 WS-RPT-STATUS    PIC XX.

       01 WS-AP-EOF-SWITCH PIC X VALUE "N".
           88 AP-END-OF-FILE   VALUE "Y".

       01 WS-HELD-HEADER-SWITCH PIC X VALUE "N".
           88 IN-HELD-INVOICE      VALUE "Y".

       01 WS-RUN-DATE      PIC X(8).
       01 WS-HELD-INVOICES PIC 9(5) VALUE ZEROS.
       01 WS-HELD-LINES    PIC 9(5) VALUE ZEROS.
       01 WS-HELD-TOTAL    PIC 9(11)V99 VALUE ZEROS.

       01 WS-HEADING-1.
           05 FILLER      PIC X(26)
               VALUE "VENDOR INVOICE EXCEPTIONS ".
           05 FILLER      PIC X(06) VALUE "AS OF ".
           05 WS-H-DATE   PIC X(8).

       01 WS-HEADING-2.
           05 FILLER PIC X(08) VALUE "VENDOR".
           05 FILLER PIC X(17) VALUE "INVOICE".
           05 FILLER PIC X(10) VALUE "INV DATE".
           05 FILLER PIC X(08) VALUE "PO-NO".
           05 FILLER PIC X(15) VALUE "      INV TOTAL".
           05 FILLER PIC X(16) VALUE "        APPROVED".
           05 FILLER PIC X(16) VALUE "            HELD".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "REASON".

       01 WS-HEADING-3.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ITEM-NO".
           05 FILLER PIC X(08) VALUE "  BILLED".
           05 FILLER PIC X(11) VALUE "  RECEIVED".
           05 FILLER PIC X(12) VALUE " BILLED COST".
           05 FILLER PIC X(09) VALUE "CONFIRMED".
           05 FILLER PIC X(14) VALUE "  LINE AMOUNT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "REASON".

       01 WS-INVOICE-LINE.
           05 WS-I-VENDOR    PIC X(05).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-I-INVOICE   PIC X(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-I-DATE      PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-I-PO-NO     PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-I-TOTAL     PIC ZZZZ,ZZZ,ZZ9.99.
           05 WS-I-APPROVED  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-I-HELD      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-I-REASON    PIC X(30).

       01 WS-LINE-DETAIL.
           05 FILLER         PIC X(08) VALUE SPACES.
           05 WS-L-ITEM-NO   PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-L-BILLED    PIC ZZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-L-RECEIVED  PIC ZZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-L-COST      PIC ZZ,ZZ9.99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-L-CONFIRMED PIC ZZ,ZZ9.99.
           05 WS-L-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-L-REASON    PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER         PIC X(18) VALUE "HELD INVOICES:".
           05 WS-T-INVOICES  PIC ZZZZ9.
           05 FILLER         PIC X(18) VALUE "   HELD LINES:".
           05 WS-T-LINES     PIC ZZZZ9.
           05 FILLER         PIC X(18) VALUE "   AMOUNT HELD:".
           05 WS-T-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CLEAN-LINE    PIC X(40)
           VALUE "NO HELD VENDOR INVOICES.".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT Exception-Report-File.
           MOVE WS-RUN-DATE TO WS-H-DATE.
           WRITE Exception-Report-Line FROM WS-HEADING-1.
           WRITE Exception-Report-Line FROM WS-HEADING-2.
           WRITE Exception-Report-Line FROM WS-HEADING-3.
           OPEN INPUT AP-Invoice-File.
           IF WS-AP-STATUS NOT = "35"
              PERFORM UNTIL AP-END-OF-FILE
                 READ AP-Invoice-File
                    AT END SET AP-END-OF-FILE TO TRUE
                    NOT AT END PERFORM REPORT-INVOICE-ROW
                 END-READ
              END-PERFORM
              CLOSE AP-Invoice-File
           END-IF.
           IF WS-HELD-INVOICES = ZEROS
              WRITE Exception-Report-Line FROM WS-CLEAN-LINE
           ELSE
              MOVE SPACES TO Exception-Report-Line
              WRITE Exception-Report-Line
              MOVE WS-HELD-INVOICES TO WS-T-INVOICES
              MOVE WS-HELD-LINES    TO WS-T-LINES
              MOVE WS-HELD-TOTAL    TO WS-T-AMOUNT
              WRITE Exception-Report-Line FROM WS-TOTAL-LINE
           END-IF.
           CLOSE Exception-Report-File.
           DISPLAY WS-HELD-INVOICES " held vendor invoices.".
           STOP RUN.

      *>----------------------------------------------------------
      *> A header opens an invoice; its lines follow it on the
      *> file. Lines print only under a held header, and only the
      *> held ones.
      *>----------------------------------------------------------
       REPORT-INVOICE-ROW.
           IF AP-HEADER
              MOVE "N" TO WS-HELD-HEADER-SWITCH
              IF AP-HELD
                 SET IN-HELD-INVOICE TO TRUE
                 PERFORM PRINT-HELD-INVOICE
              END-IF
           ELSE
              IF IN-HELD-INVOICE AND AP-HELD
                 PERFORM PRINT-HELD-LINE
              END-IF
           END-IF.

       PRINT-HELD-INVOICE.
           ADD 1 TO WS-HELD-INVOICES.
           ADD AP-HELD-AMOUNT TO WS-HELD-TOTAL.
           MOVE SPACES TO Exception-Report-Line.
           WRITE Exception-Report-Line.
           MOVE AP-VENDOR-NO       TO WS-I-VENDOR.
           MOVE AP-INVOICE-NO      TO WS-I-INVOICE.
           MOVE AP-INVOICE-DATE    TO WS-I-DATE.
           MOVE AP-PO-NO           TO WS-I-PO-NO.
           MOVE AP-AMOUNT          TO WS-I-TOTAL.
           MOVE AP-APPROVED-AMOUNT TO WS-I-APPROVED.
           MOVE AP-HELD-AMOUNT     TO WS-I-HELD.
           MOVE AP-HOLD-REASON     TO WS-I-REASON.
           WRITE Exception-Report-Line FROM WS-INVOICE-LINE.

       PRINT-HELD-LINE.
           ADD 1 TO WS-HELD-LINES.
           MOVE AP-ITEM-NO        TO WS-L-ITEM-NO.
           MOVE AP-QTY-BILLED     TO WS-L-BILLED.
           MOVE AP-QTY-RECEIVED   TO WS-L-RECEIVED.
           MOVE AP-UNIT-COST      TO WS-L-COST.
           MOVE AP-CONFIRMED-COST TO WS-L-CONFIRMED.
           MOVE AP-AMOUNT         TO WS-L-AMOUNT.
           MOVE AP-HOLD-REASON    TO WS-L-REASON.
           WRITE Exception-Report-Line FROM WS-LINE-DETAIL.
