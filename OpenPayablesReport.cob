      *
      * Open_Payables_Report - what the shop owes its suppliers,
      * vendor by vendor off the supplier master, from the
      * invoices keyed through vendor invoice entry. Each vendor
      * with invoices on file prints its name and contact, then
      * one line per invoice with the keyed total and how much of
      * it the three-way match approved for payment and how much
      * it held, then the vendor's totals. Invoices for a vendor
      * number no longer on the master print last under their own
      * heading rather than dropping off the listing. Grand totals
      * at the bottom. No operator prompts.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Open_Payables_Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select AP-Invoice-File Assign To "apinvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           Select Vendor-File Assign To "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEN-NO
               FILE STATUS IS WS-VEN-STATUS.

           Select Payables-Report-File Assign To "appayables.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AP-Invoice-File.
       COPY "APINVOICE.CPY".

       FD Vendor-File.
       COPY "VENDOR.CPY".

       FD Payables-Report-File.
       01 Payables-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AP-STATUS     PIC XX.
       01 WS-VEN-STATUS    PIC XX.
       01 WS-RPT-STATUS    PIC XX.

       01 WS-AP-EOF-SWITCH PIC X VALUE "N".
           88 AP-END-OF-FILE   VALUE "Y".

       01 WS-VEN-EOF-SWITCH PIC X VALUE "N".
           88 VEN-END-OF-FILE   VALUE "Y".

       01 WS-INV-OVERFLOW-SWITCH PIC X VALUE "N".
           88 INVOICE-TABLE-OVERFLOWED VALUE "Y".

      *> Every invoice header on file. WS-N-PRINTED marks the ones
      *> a vendor on the master has taken, so the rest can print
      *> under the not-on-master heading.
       01 WS-INVOICE-TABLE.
           05 WS-INVOICE-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-INVOICE OCCURS 3000 TIMES.
              10 WS-N-VENDOR-NO   PIC X(05).
              10 WS-N-INVOICE-NO  PIC X(15).
              10 WS-N-DATE        PIC X(08).
              10 WS-N-PO-NO       PIC 9(06).
              10 WS-N-AMOUNT      PIC 9(09)V99.
              10 WS-N-APPROVED    PIC 9(09)V99.
              10 WS-N-HELD        PIC 9(09)V99.
              10 WS-N-STATUS      PIC X(01).
              10 WS-N-PRINTED     PIC X(01).

       01 WS-INV-SUB       PIC 9(4).
       01 WS-VENDOR-LINES  PIC 9(4).

       01 WS-RUN-DATE      PIC X(8).

       01 WS-VEN-AMOUNT    PIC 9(11)V99.
       01 WS-VEN-APPROVED  PIC 9(11)V99.
       01 WS-VEN-HELD      PIC 9(11)V99.
       01 WS-GRAND-AMOUNT   PIC 9(11)V99 VALUE ZEROS.
       01 WS-GRAND-APPROVED PIC 9(11)V99 VALUE ZEROS.
       01 WS-GRAND-HELD     PIC 9(11)V99 VALUE ZEROS.

       01 WS-HEADING-1.
           05 FILLER      PIC X(26)
               VALUE "OPEN PAYABLES BY VENDOR   ".
           05 FILLER      PIC X(06) VALUE "AS OF ".
           05 WS-H-DATE   PIC X(8).

       01 WS-HEADING-2.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "INVOICE".
           05 FILLER PIC X(10) VALUE "INV DATE".
           05 FILLER PIC X(08) VALUE "PO-NO".
           05 FILLER PIC X(18) VALUE "     INVOICE TOTAL".
           05 FILLER PIC X(18) VALUE "          APPROVED".
           05 FILLER PIC X(18) VALUE "              HELD".
           05 FILLER PIC X(08) VALUE "  STATUS".

       01 WS-VENDOR-LINE.
           05 WS-V-VENDOR-NO PIC X(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-V-NAME      PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-V-CONTACT   PIC X(30).

       01 WS-DETAIL-LINE.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WS-D-INVOICE   PIC X(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-D-DATE      PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-D-PO-NO     PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-D-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-D-APPROVED  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-D-HELD      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-D-STATUS    PIC X(08).

       01 WS-SUBTOTAL-LINE.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WS-S-LABEL     PIC X(35).
           05 WS-S-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-S-APPROVED  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-S-HELD      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CLEAN-LINE    PIC X(40)
           VALUE "NO VENDOR INVOICES ON FILE.".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-INVOICE-TABLE.
           IF INVOICE-TABLE-OVERFLOWED
              DISPLAY "Invoice file no longer fits in one run,"
                 " listing not printed."
           ELSE
              OPEN OUTPUT Payables-Report-File
              MOVE WS-RUN-DATE TO WS-H-DATE
              WRITE Payables-Report-Line FROM WS-HEADING-1
              WRITE Payables-Report-Line FROM WS-HEADING-2
              IF WS-INVOICE-COUNT = ZEROS
                 WRITE Payables-Report-Line FROM WS-CLEAN-LINE
              ELSE
                 PERFORM REPORT-MASTER-VENDORS
                 PERFORM REPORT-UNKNOWN-VENDORS
                 MOVE SPACES TO Payables-Report-Line
                 WRITE Payables-Report-Line
                 MOVE "ALL VENDORS" TO WS-S-LABEL
                 MOVE WS-GRAND-AMOUNT   TO WS-S-AMOUNT
                 MOVE WS-GRAND-APPROVED TO WS-S-APPROVED
                 MOVE WS-GRAND-HELD     TO WS-S-HELD
                 WRITE Payables-Report-Line FROM WS-SUBTOTAL-LINE
              END-IF
              CLOSE Payables-Report-File
              DISPLAY WS-INVOICE-COUNT " vendor invoices listed."
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------
      *> Headers only - a header carries the approved and held
      *> totals of its lines. A listing that silently left out
      *> invoices would understate what is owed, so overflow stops
      *> the run.
      *>----------------------------------------------------------
       LOAD-INVOICE-TABLE.
           OPEN INPUT AP-Invoice-File.
           IF WS-AP-STATUS NOT = "35"
              PERFORM UNTIL AP-END-OF-FILE
                 READ AP-Invoice-File
                    AT END SET AP-END-OF-FILE TO TRUE
                    NOT AT END
                       IF AP-HEADER
                          PERFORM ADD-INVOICE-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AP-Invoice-File
           END-IF.

       ADD-INVOICE-ROW.
           IF WS-INVOICE-COUNT = 3000
              SET INVOICE-TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-INVOICE-COUNT
              MOVE AP-VENDOR-NO    TO WS-N-VENDOR-NO (WS-INVOICE-COUNT)
              MOVE AP-INVOICE-NO   TO WS-N-INVOICE-NO (WS-INVOICE-COUNT)
              MOVE AP-INVOICE-DATE TO WS-N-DATE (WS-INVOICE-COUNT)
              MOVE AP-PO-NO        TO WS-N-PO-NO (WS-INVOICE-COUNT)
              MOVE AP-AMOUNT       TO WS-N-AMOUNT (WS-INVOICE-COUNT)
              MOVE AP-APPROVED-AMOUNT
                 TO WS-N-APPROVED (WS-INVOICE-COUNT)
              MOVE AP-HELD-AMOUNT  TO WS-N-HELD (WS-INVOICE-COUNT)
              MOVE AP-STATUS       TO WS-N-STATUS (WS-INVOICE-COUNT)
              MOVE "N"             TO WS-N-PRINTED (WS-INVOICE-COUNT)
           END-IF.

       REPORT-MASTER-VENDORS.
           OPEN INPUT Vendor-File.
           IF WS-VEN-STATUS NOT = "35"
              PERFORM UNTIL VEN-END-OF-FILE
                 READ Vendor-File NEXT RECORD
                    AT END SET VEN-END-OF-FILE TO TRUE
                    NOT AT END PERFORM REPORT-ONE-VENDOR
                 END-READ
              END-PERFORM
              CLOSE Vendor-File
           END-IF.

       REPORT-ONE-VENDOR.
           MOVE ZEROS TO WS-VENDOR-LINES.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INVOICE-COUNT
              IF WS-N-VENDOR-NO (WS-INV-SUB) = VEN-NO
                 ADD 1 TO WS-VENDOR-LINES
              END-IF
           END-PERFORM.
           IF WS-VENDOR-LINES > ZEROS
              MOVE SPACES TO Payables-Report-Line
              WRITE Payables-Report-Line
              MOVE VEN-NO      TO WS-V-VENDOR-NO
              MOVE VEN-NAME    TO WS-V-NAME
              MOVE VEN-CONTACT TO WS-V-CONTACT
              WRITE Payables-Report-Line FROM WS-VENDOR-LINE
              PERFORM START-VENDOR-TOTALS
              PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                 UNTIL WS-INV-SUB > WS-INVOICE-COUNT
                 IF WS-N-VENDOR-NO (WS-INV-SUB) = VEN-NO
                    PERFORM PRINT-INVOICE-LINE
                 END-IF
              END-PERFORM
              MOVE "VENDOR TOTAL" TO WS-S-LABEL
              PERFORM PRINT-VENDOR-TOTALS
           END-IF.

       REPORT-UNKNOWN-VENDORS.
           MOVE ZEROS TO WS-VENDOR-LINES.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INVOICE-COUNT
              IF WS-N-PRINTED (WS-INV-SUB) = "N"
                 ADD 1 TO WS-VENDOR-LINES
              END-IF
           END-PERFORM.
           IF WS-VENDOR-LINES > ZEROS
              MOVE SPACES TO Payables-Report-Line
              WRITE Payables-Report-Line
              MOVE SPACES TO WS-V-VENDOR-NO
              MOVE "VENDORS NOT ON SUPPLIER MASTER" TO WS-V-NAME
              MOVE SPACES TO WS-V-CONTACT
              WRITE Payables-Report-Line FROM WS-VENDOR-LINE
              PERFORM START-VENDOR-TOTALS
              PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                 UNTIL WS-INV-SUB > WS-INVOICE-COUNT
                 IF WS-N-PRINTED (WS-INV-SUB) = "N"
                    PERFORM PRINT-INVOICE-LINE
                 END-IF
              END-PERFORM
              MOVE "NOT ON MASTER TOTAL" TO WS-S-LABEL
              PERFORM PRINT-VENDOR-TOTALS
           END-IF.

       START-VENDOR-TOTALS.
           MOVE ZEROS TO WS-VEN-AMOUNT.
           MOVE ZEROS TO WS-VEN-APPROVED.
           MOVE ZEROS TO WS-VEN-HELD.

       PRINT-INVOICE-LINE.
           MOVE "Y" TO WS-N-PRINTED (WS-INV-SUB).
           ADD WS-N-AMOUNT (WS-INV-SUB)   TO WS-VEN-AMOUNT.
           ADD WS-N-APPROVED (WS-INV-SUB) TO WS-VEN-APPROVED.
           ADD WS-N-HELD (WS-INV-SUB)     TO WS-VEN-HELD.
           MOVE WS-N-INVOICE-NO (WS-INV-SUB) TO WS-D-INVOICE.
           MOVE WS-N-DATE (WS-INV-SUB)       TO WS-D-DATE.
           MOVE WS-N-PO-NO (WS-INV-SUB)      TO WS-D-PO-NO.
           MOVE WS-N-AMOUNT (WS-INV-SUB)     TO WS-D-AMOUNT.
           MOVE WS-N-APPROVED (WS-INV-SUB)   TO WS-D-APPROVED.
           MOVE WS-N-HELD (WS-INV-SUB)       TO WS-D-HELD.
           IF WS-N-STATUS (WS-INV-SUB) = "A"
              MOVE "APPROVED" TO WS-D-STATUS
           ELSE
              MOVE "HELD" TO WS-D-STATUS
           END-IF.
           WRITE Payables-Report-Line FROM WS-DETAIL-LINE.

       PRINT-VENDOR-TOTALS.
           MOVE WS-VEN-AMOUNT   TO WS-S-AMOUNT.
           MOVE WS-VEN-APPROVED TO WS-S-APPROVED.
           MOVE WS-VEN-HELD     TO WS-S-HELD.
           WRITE Payables-Report-Line FROM WS-SUBTOTAL-LINE.
           ADD WS-VEN-AMOUNT   TO WS-GRAND-AMOUNT.
           ADD WS-VEN-APPROVED TO WS-GRAND-APPROVED.
           ADD WS-VEN-HELD     TO WS-GRAND-HELD.
