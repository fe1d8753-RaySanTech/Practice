      *
      * Vendor_Scorecard_Report - scores each supplier on how it
      * has actually performed, so the choice of vendor and the
      * lead time on the supplier master rest on the record rather
      * than on what the sales rep said. The buyer keys a date
      * range; every purchase-order detail line dated inside it is
      * counted against its vendor. Received lines are measured
      * from PO-DATE to the date the line was received, against
      * the vendor's quoted VEN-LEAD-DAYS. The fill rate is the
      * quantity received against the quantity ordered on the lines
      * that are finished - received or cancelled; open lines are
      * still coming and are only counted. Cancelled ("X") lines
      * are shown as a share of the lines ordered, with the cancel
      * reasons tallied under the vendor. The COST rows receiving
      * writes to the transaction log when the confirmed cost
      * differs from the cost on file are matched to the received
      * line they were keyed against (same item, same date), and
      * the report shows how many of the vendor's received lines
      * came in dearer than the cost on file. A vendor whose
      * deliveries run consistently later than quoted is flagged,
      * and listed again at the foot of the report with the lead
      * time it is actually running at, so the buyer can correct
      * the master. Lines received before the received date was
      * kept on the order are dated from the item's first RECEIPT
      * row on the log on or after the order date. Needs a buyer
      * or supervisor sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Vendor_Scorecard_Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Vendor-File Assign To "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-NO
               FILE STATUS IS WS-VEN-STATUS.

           Select Purchase-Order-File Assign To "porder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           Select Transaction-Log-File Assign To "invtxnlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           Select Scorecard-Report-File Assign To "vendorscore.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Vendor-File.
       COPY "VENDOR.CPY".

       FD Purchase-Order-File.
       COPY "PORDER.CPY".

       FD Transaction-Log-File.
       COPY "TXNLOG.CPY".

       FD Scorecard-Report-File.
       01 Scorecard-Report-Line PIC X(132).

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

       01 WS-VEN-STATUS    PIC XX.
       01 WS-PO-STATUS     PIC XX.
       01 WS-TXN-STATUS    PIC XX.
       01 WS-RPT-STATUS    PIC XX.

       01 WS-PO-EOF-SWITCH PIC X VALUE "N".
           88 PO-END-OF-FILE   VALUE "Y".

       01 WS-TXN-EOF-SWITCH PIC X VALUE "N".
           88 TXN-END-OF-FILE  VALUE "Y".

       01 WS-VEN-FILE-SWITCH PIC X VALUE "N".
           88 VENDOR-FILE-AVAILABLE VALUE "Y".

      *> Scoring policy. A vendor is flagged late only once enough
      *> of its lines have been measured to mean something, more
      *> than half of them came in later than quoted, and the
      *> average is over the quote as well.
       01 WS-LATE-MIN-LINES PIC 9(3) VALUE 3.

       01 WS-START-DATE    PIC X(8).
       01 WS-END-DATE      PIC X(8).

       01 WS-EDIT-PROMPT   PIC X(40).
       01 WS-EDIT-INPUT    PIC X(10).
       01 WS-EDITED-DATE   PIC X(8).
       01 WS-EDIT-OK-SWITCH PIC X VALUE "N".
           88 EDIT-OK          VALUE "Y".

      *> RECEIPT rows off the log, to date the lines received
      *> before the received date was kept on the order.
       01 WS-RECEIPT-TABLE.
           05 WS-RECEIPT-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-RECEIPT-ROW OCCURS 3000 TIMES.
              10 WS-RC-ITEM-NO   PIC X(10).
              10 WS-RC-DATE      PIC X(08).

      *> COST rows off the log, matched afterwards to the received
      *> line each was keyed against.
       01 WS-COST-TABLE.
           05 WS-COST-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-COST-ROW OCCURS 3000 TIMES.
              10 WS-CC-ITEM-NO   PIC X(10).
              10 WS-CC-DATE      PIC X(08).
              10 WS-CC-OLD-VALUE PIC 9(7)V99.
              10 WS-CC-NEW-VALUE PIC 9(7)V99.

       01 WS-LOG-OVERFLOW-SWITCH PIC X VALUE "N".
           88 LOG-TABLE-OVERFLOWED  VALUE "Y".

      *> One entry per vendor with lines in the range.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-COUNT PIC 9(3) VALUE ZEROS.
           05 WS-VENDOR-ROW OCCURS 100 TIMES.
              10 WS-V-VENDOR-NO      PIC X(05).
              10 WS-V-NAME           PIC X(30).
              10 WS-V-QUOTED-DAYS    PIC 9(03).
              10 WS-V-LINES          PIC 9(05).
              10 WS-V-OPEN           PIC 9(05).
              10 WS-V-RECEIVED       PIC 9(05).
              10 WS-V-MEASURED       PIC 9(05).
              10 WS-V-TOTAL-DAYS     PIC 9(07).
              10 WS-V-LATE           PIC 9(05).
              10 WS-V-CLOSED-ORDERED PIC 9(07).
              10 WS-V-CLOSED-RECEIVED PIC 9(07).
              10 WS-V-CANCELLED      PIC 9(05).
              10 WS-V-COST-CHANGES   PIC 9(05).
              10 WS-V-COST-UPS       PIC 9(05).

       01 WS-VENDOR-OVERFLOW-SWITCH PIC X VALUE "N".
           88 VENDOR-TABLE-OVERFLOWED VALUE "Y".

      *> The received lines scored, so each COST row can be put
      *> against the vendor whose delivery it was keyed from.
       01 WS-RECEIVED-TABLE.
           05 WS-RECEIVED-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-RECEIVED-ROW OCCURS 3000 TIMES.
              10 WS-RL-ITEM-NO    PIC X(10).
              10 WS-RL-DATE       PIC X(08).
              10 WS-RL-VENDOR-SUB PIC 9(03).

      *> Cancel reasons by vendor.
       01 WS-REASON-TABLE.
           05 WS-REASON-COUNT PIC 9(3) VALUE ZEROS.
           05 WS-REASON-ROW OCCURS 300 TIMES.
              10 WS-T-VENDOR-SUB  PIC 9(03).
              10 WS-T-REASON      PIC X(30).
              10 WS-T-COUNT       PIC 9(05).

       01 WS-VENDOR-SUB    PIC 9(3).
       01 WS-REASON-SUB    PIC 9(3).
       01 WS-LOG-SUB       PIC 9(4).
       01 WS-LINE-SUB      PIC 9(4).
       01 WS-ROW-FOUND     PIC X.
           88 ROW-ON-TABLE     VALUE "Y".

       01 WS-RECEIPT-DATE  PIC X(8).
       01 WS-PO-DATE-NUM   PIC 9(8).
       01 WS-RECEIPT-DATE-NUM PIC 9(8).
       01 WS-ACTUAL-DAYS   PIC S9(5).
       01 WS-AVERAGE-DAYS  PIC 9(4)V9.
       01 WS-PERCENT       PIC 9(3)V9.
       01 WS-LINES-SCORED  PIC 9(5) VALUE ZEROS.
       01 WS-LATE-VENDORS  PIC 9(3) VALUE ZEROS.

       01 WS-LATE-SWITCH   PIC X.
           88 VENDOR-RUNS-LATE VALUE "Y".

       01 WS-HEADING-1.
           05 FILLER       PIC X(24) VALUE "VENDOR SCORECARD  ".
           05 WS-H-START   PIC X(8).
           05 FILLER       PIC X(04) VALUE " TO ".
           05 WS-H-END     PIC X(8).

       01 WS-HEADING-2.
           05 FILLER PIC X(06) VALUE "VENDOR".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(07) VALUE " QUOTED".
           05 FILLER PIC X(07) VALUE "  LINES".
           05 FILLER PIC X(07) VALUE "  RECVD".
           05 FILLER PIC X(09) VALUE " AVG DAYS".
           05 FILLER PIC X(07) VALUE "   LATE".
           05 FILLER PIC X(08) VALUE "  FILL %".
           05 FILLER PIC X(07) VALUE " CANCEL".
           05 FILLER PIC X(08) VALUE "  CANC %".
           05 FILLER PIC X(07) VALUE " COST +".
           05 FILLER PIC X(08) VALUE " COST+ %".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "REMARK".

       01 WS-VENDOR-LINE.
           05 WS-D-VENDOR-NO   PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-D-NAME        PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-QUOTED      PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-D-LINES       PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-D-RECEIVED    PIC ZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-D-AVG-DAYS    PIC ZZZ9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-D-LATE        PIC ZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-D-FILL-PCT    PIC ZZ9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-D-CANCELLED   PIC ZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-D-CANCEL-PCT  PIC ZZ9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-D-COST-UPS    PIC ZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-D-COST-UP-PCT PIC ZZ9.9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-REMARK      PIC X(20).

       01 WS-REASON-LINE.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "CANCELLED: ".
           05 WS-R-REASON      PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-R-COUNT       PIC ZZZZ9.
           05 FILLER           PIC X(06) VALUE " LINES".

       01 WS-LATE-HEADING  PIC X(60)
           VALUE "RUNNING LATER THAN QUOTED - CORRECT VEN-LEAD-DAYS:".

       01 WS-LATE-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-L-VENDOR-NO   PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-L-NAME        PIC X(30).
           05 FILLER           PIC X(08) VALUE " QUOTED ".
           05 WS-L-QUOTED      PIC ZZ9.
           05 FILLER           PIC X(23)
               VALUE " DAYS, RUNNING AVERAGE ".
           05 WS-L-AVG-DAYS    PIC ZZZ9.9.
           05 FILLER           PIC X(05) VALUE " DAYS".

       01 WS-NO-LATE-LINE  PIC X(60)
           VALUE "NO VENDOR IS RUNNING CONSISTENTLY LATER THAN QUOTED.".

       01 WS-NO-LINES-LINE PIC X(60)
           VALUE "NO PURCHASE ORDER LINES DATED IN THE RANGE.".

       01 WS-OVERFLOW-NOTICE PIC X(60)
           VALUE "NOTE: LOG TOO LONG FOR ONE RUN - SOME ROWS NOT READ.".

       01 WS-VENDOR-NOTICE PIC X(60)
           VALUE "NOTE: TOO MANY VENDORS FOR ONE RUN - SOME LEFT OFF.".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           IF NOT SIGNON-BUYER-UP
              DISPLAY "The vendor scorecard needs a buyer or"
                 " supervisor sign-on."
              STOP RUN
           END-IF.
           MOVE "Enter range start date (YYYYMMDD):" TO WS-EDIT-PROMPT.
           PERFORM EDIT-DATE-ENTRY.
           MOVE WS-EDITED-DATE TO WS-START-DATE.
           MOVE "Enter range end date (YYYYMMDD):" TO WS-EDIT-PROMPT.
           PERFORM EDIT-DATE-ENTRY.
           MOVE WS-EDITED-DATE TO WS-END-DATE.
           IF WS-END-DATE < WS-START-DATE
              DISPLAY "End date is before the start date."
              STOP RUN
           END-IF.
           PERFORM LOAD-LOG-ROWS.
           OPEN INPUT Vendor-File.
           IF WS-VEN-STATUS = "00"
              SET VENDOR-FILE-AVAILABLE TO TRUE
           END-IF.
           PERFORM SCORE-ORDER-LINES.
           IF VENDOR-FILE-AVAILABLE
              CLOSE Vendor-File
           END-IF.
           PERFORM MATCH-COST-ROWS.
           PERFORM PRINT-SCORECARD.
           DISPLAY WS-LINES-SCORED " order lines scored for "
              WS-VENDOR-COUNT " vendors, " WS-LATE-VENDORS
              " running late - see vendorscore.rpt.".
           STOP RUN.

      *>----------------------------------------------------------
      *> One pass down the log keeping the RECEIPT and COST rows.
      *> Rows past what the tables hold are left unread, and the
      *> report says so.
      *>----------------------------------------------------------
       LOAD-LOG-ROWS.
           OPEN INPUT Transaction-Log-File.
           IF WS-TXN-STATUS NOT = "35"
              PERFORM UNTIL TXN-END-OF-FILE
                 READ Transaction-Log-File
                    AT END SET TXN-END-OF-FILE TO TRUE
                    NOT AT END PERFORM KEEP-LOG-ROW
                 END-READ
              END-PERFORM
              CLOSE Transaction-Log-File
           END-IF.

       KEEP-LOG-ROW.
           EVALUATE TXN-FIELD
              WHEN "RECEIPT"
                 IF WS-RECEIPT-COUNT = 3000
                    SET LOG-TABLE-OVERFLOWED TO TRUE
                 ELSE
                    ADD 1 TO WS-RECEIPT-COUNT
                    MOVE TXN-ITEM-NO
                       TO WS-RC-ITEM-NO (WS-RECEIPT-COUNT)
                    MOVE TXN-DATE TO WS-RC-DATE (WS-RECEIPT-COUNT)
                 END-IF
              WHEN "COST"
                 IF WS-COST-COUNT = 3000
                    SET LOG-TABLE-OVERFLOWED TO TRUE
                 ELSE
                    ADD 1 TO WS-COST-COUNT
                    MOVE TXN-ITEM-NO TO WS-CC-ITEM-NO (WS-COST-COUNT)
                    MOVE TXN-DATE    TO WS-CC-DATE (WS-COST-COUNT)
                    MOVE TXN-OLD-VALUE
                       TO WS-CC-OLD-VALUE (WS-COST-COUNT)
                    MOVE TXN-NEW-VALUE
                       TO WS-CC-NEW-VALUE (WS-COST-COUNT)
                 END-IF
           END-EVALUATE.

      *>----------------------------------------------------------
      *> Every detail line ordered inside the range counts against
      *> its vendor: open lines are only counted, received lines
      *> are measured and go toward the fill rate, and cancelled
      *> lines go toward the fill rate and the cancel tally.
      *>----------------------------------------------------------
       SCORE-ORDER-LINES.
           OPEN INPUT Purchase-Order-File.
           IF WS-PO-STATUS NOT = "35"
              PERFORM UNTIL PO-END-OF-FILE
                 READ Purchase-Order-File
                    AT END SET PO-END-OF-FILE TO TRUE
                    NOT AT END
                       IF PO-RECORD-TYPE = "D"
                          AND PO-DATE NOT < WS-START-DATE
                          AND PO-DATE NOT > WS-END-DATE
                          PERFORM SCORE-ONE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Purchase-Order-File
           END-IF.

       SCORE-ONE-LINE.
           PERFORM FIND-VENDOR-ENTRY.
           IF WS-VENDOR-SUB > ZEROS
              ADD 1 TO WS-LINES-SCORED
              ADD 1 TO WS-V-LINES (WS-VENDOR-SUB)
              EVALUATE PO-STATUS
                 WHEN "O"
                    ADD 1 TO WS-V-OPEN (WS-VENDOR-SUB)
                 WHEN "R"
                    ADD 1 TO WS-V-RECEIVED (WS-VENDOR-SUB)
                    ADD PO-ORDER-QTY
                       TO WS-V-CLOSED-ORDERED (WS-VENDOR-SUB)
                    ADD PO-RECEIVED-QTY
                       TO WS-V-CLOSED-RECEIVED (WS-VENDOR-SUB)
                    PERFORM FIND-RECEIPT-DATE
                    PERFORM MEASURE-LEAD-TIME
                    PERFORM KEEP-RECEIVED-LINE
                 WHEN "X"
                    ADD 1 TO WS-V-CANCELLED (WS-VENDOR-SUB)
                    ADD PO-ORDER-QTY
                       TO WS-V-CLOSED-ORDERED (WS-VENDOR-SUB)
                    ADD PO-RECEIVED-QTY
                       TO WS-V-CLOSED-RECEIVED (WS-VENDOR-SUB)
                    PERFORM TALLY-CANCEL-REASON
              END-EVALUATE
           END-IF.

      *>----------------------------------------------------------
      *> Finds the line's vendor on the table, adding it with its
      *> name and quoted lead time off the supplier master the
      *> first time it is seen. Leaves WS-VENDOR-SUB at zero when
      *> the table is full.
      *>----------------------------------------------------------
       FIND-VENDOR-ENTRY.
           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
              UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT OR ROW-ON-TABLE
              IF WS-V-VENDOR-NO (WS-VENDOR-SUB) = PO-VENDOR-NO
                 SET ROW-ON-TABLE TO TRUE
              END-IF
           END-PERFORM.
           IF ROW-ON-TABLE
              SUBTRACT 1 FROM WS-VENDOR-SUB
           ELSE
              IF WS-VENDOR-COUNT = 100
                 SET VENDOR-TABLE-OVERFLOWED TO TRUE
                 MOVE ZEROS TO WS-VENDOR-SUB
              ELSE
                 ADD 1 TO WS-VENDOR-COUNT
                 MOVE WS-VENDOR-COUNT TO WS-VENDOR-SUB
                 INITIALIZE WS-VENDOR-ROW (WS-VENDOR-SUB)
                 MOVE PO-VENDOR-NO TO WS-V-VENDOR-NO (WS-VENDOR-SUB)
                 PERFORM LOOK-UP-VENDOR
              END-IF
           END-IF.

       LOOK-UP-VENDOR.
           MOVE ZEROS TO WS-V-QUOTED-DAYS (WS-VENDOR-SUB).
           IF PO-VENDOR-NO = SPACES
              MOVE "NO VENDOR ASSIGNED" TO WS-V-NAME (WS-VENDOR-SUB)
           ELSE
              MOVE "NOT ON VENDOR MASTER" TO WS-V-NAME (WS-VENDOR-SUB)
              IF VENDOR-FILE-AVAILABLE
                 MOVE PO-VENDOR-NO TO VEN-NO
                 READ Vendor-File
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE VEN-NAME TO WS-V-NAME (WS-VENDOR-SUB)
                       MOVE VEN-LEAD-DAYS
                          TO WS-V-QUOTED-DAYS (WS-VENDOR-SUB)
                 END-READ
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> The date the line was received: off the order line where
      *> receiving kept it, otherwise the item's earliest RECEIPT
      *> row on the log on or after the order date. Spaces when
      *> neither can be found - the line counts as received but is
      *> not measured.
      *>----------------------------------------------------------
       FIND-RECEIPT-DATE.
           MOVE PO-RECEIVED-DATE TO WS-RECEIPT-DATE.
           IF WS-RECEIPT-DATE = SPACES
              PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > WS-RECEIPT-COUNT
                 IF WS-RC-ITEM-NO (WS-LOG-SUB) = PO-ITEM-NO
                    AND WS-RC-DATE (WS-LOG-SUB) NOT < PO-DATE
                    IF WS-RECEIPT-DATE = SPACES
                       OR WS-RC-DATE (WS-LOG-SUB) < WS-RECEIPT-DATE
                       MOVE WS-RC-DATE (WS-LOG-SUB) TO WS-RECEIPT-DATE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       MEASURE-LEAD-TIME.
           IF WS-RECEIPT-DATE IS NUMERIC AND PO-DATE IS NUMERIC
              MOVE PO-DATE         TO WS-PO-DATE-NUM
              MOVE WS-RECEIPT-DATE TO WS-RECEIPT-DATE-NUM
              COMPUTE WS-ACTUAL-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RECEIPT-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-PO-DATE-NUM)
              IF WS-ACTUAL-DAYS NOT < ZEROS
                 ADD 1 TO WS-V-MEASURED (WS-VENDOR-SUB)
                 ADD WS-ACTUAL-DAYS TO WS-V-TOTAL-DAYS (WS-VENDOR-SUB)
                 IF WS-ACTUAL-DAYS > WS-V-QUOTED-DAYS (WS-VENDOR-SUB)
                    ADD 1 TO WS-V-LATE (WS-VENDOR-SUB)
                 END-IF
              END-IF
           END-IF.

       KEEP-RECEIVED-LINE.
           IF WS-RECEIPT-DATE NOT = SPACES
              IF WS-RECEIVED-COUNT = 3000
                 SET LOG-TABLE-OVERFLOWED TO TRUE
              ELSE
                 ADD 1 TO WS-RECEIVED-COUNT
                 MOVE PO-ITEM-NO
                    TO WS-RL-ITEM-NO (WS-RECEIVED-COUNT)
                 MOVE WS-RECEIPT-DATE
                    TO WS-RL-DATE (WS-RECEIVED-COUNT)
                 MOVE WS-VENDOR-SUB
                    TO WS-RL-VENDOR-SUB (WS-RECEIVED-COUNT)
              END-IF
           END-IF.

       TALLY-CANCEL-REASON.
           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
              UNTIL WS-REASON-SUB > WS-REASON-COUNT OR ROW-ON-TABLE
              IF WS-T-VENDOR-SUB (WS-REASON-SUB) = WS-VENDOR-SUB
                 AND WS-T-REASON (WS-REASON-SUB) = PO-CANCEL-REASON
                 SET ROW-ON-TABLE TO TRUE
              END-IF
           END-PERFORM.
           IF ROW-ON-TABLE
              SUBTRACT 1 FROM WS-REASON-SUB
              ADD 1 TO WS-T-COUNT (WS-REASON-SUB)
           ELSE
              IF WS-REASON-COUNT < 300
                 ADD 1 TO WS-REASON-COUNT
                 MOVE WS-VENDOR-SUB
                    TO WS-T-VENDOR-SUB (WS-REASON-COUNT)
                 MOVE PO-CANCEL-REASON
                    TO WS-T-REASON (WS-REASON-COUNT)
                 MOVE 1 TO WS-T-COUNT (WS-REASON-COUNT)
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> Each COST row is put against the received line with the
      *> same item and date - the delivery it was keyed from. A
      *> COST row with no scored line behind it belongs to an order
      *> outside the range and is passed over.
      *>----------------------------------------------------------
       MATCH-COST-ROWS.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
              UNTIL WS-LOG-SUB > WS-COST-COUNT
              MOVE "N" TO WS-ROW-FOUND
              PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > WS-RECEIVED-COUNT
                    OR ROW-ON-TABLE
                 IF WS-RL-ITEM-NO (WS-LINE-SUB)
                    = WS-CC-ITEM-NO (WS-LOG-SUB)
                    AND WS-RL-DATE (WS-LINE-SUB)
                    = WS-CC-DATE (WS-LOG-SUB)
                    SET ROW-ON-TABLE TO TRUE
                 END-IF
              END-PERFORM
              IF ROW-ON-TABLE
                 SUBTRACT 1 FROM WS-LINE-SUB
                 MOVE WS-RL-VENDOR-SUB (WS-LINE-SUB) TO WS-VENDOR-SUB
                 ADD 1 TO WS-V-COST-CHANGES (WS-VENDOR-SUB)
                 IF WS-CC-NEW-VALUE (WS-LOG-SUB)
                    > WS-CC-OLD-VALUE (WS-LOG-SUB)
                    ADD 1 TO WS-V-COST-UPS (WS-VENDOR-SUB)
                 END-IF
              END-IF
           END-PERFORM.

       PRINT-SCORECARD.
           OPEN OUTPUT Scorecard-Report-File.
           MOVE WS-START-DATE TO WS-H-START.
           MOVE WS-END-DATE   TO WS-H-END.
           WRITE Scorecard-Report-Line FROM WS-HEADING-1.
           IF LOG-TABLE-OVERFLOWED
              WRITE Scorecard-Report-Line FROM WS-OVERFLOW-NOTICE
           END-IF.
           IF VENDOR-TABLE-OVERFLOWED
              WRITE Scorecard-Report-Line FROM WS-VENDOR-NOTICE
           END-IF.
           MOVE SPACES TO Scorecard-Report-Line.
           WRITE Scorecard-Report-Line.
           IF WS-VENDOR-COUNT = ZEROS
              WRITE Scorecard-Report-Line FROM WS-NO-LINES-LINE
           ELSE
              WRITE Scorecard-Report-Line FROM WS-HEADING-2
              PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                 UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                 PERFORM PRINT-VENDOR
              END-PERFORM
              PERFORM PRINT-LATE-VENDORS
           END-IF.
           CLOSE Scorecard-Report-File.

      *>----------------------------------------------------------
      *> One line per vendor, with its cancel reasons under it.
      *> Percentages with nothing to divide by print as zero.
      *>----------------------------------------------------------
       PRINT-VENDOR.
           MOVE SPACES TO WS-D-REMARK.
           MOVE WS-V-VENDOR-NO (WS-VENDOR-SUB)  TO WS-D-VENDOR-NO.
           MOVE WS-V-NAME (WS-VENDOR-SUB)       TO WS-D-NAME.
           MOVE WS-V-QUOTED-DAYS (WS-VENDOR-SUB) TO WS-D-QUOTED.
           MOVE WS-V-LINES (WS-VENDOR-SUB)      TO WS-D-LINES.
           MOVE WS-V-RECEIVED (WS-VENDOR-SUB)   TO WS-D-RECEIVED.
           MOVE WS-V-LATE (WS-VENDOR-SUB)       TO WS-D-LATE.
           MOVE WS-V-CANCELLED (WS-VENDOR-SUB)  TO WS-D-CANCELLED.
           MOVE WS-V-COST-UPS (WS-VENDOR-SUB)   TO WS-D-COST-UPS.
           MOVE ZEROS TO WS-AVERAGE-DAYS.
           IF WS-V-MEASURED (WS-VENDOR-SUB) > ZEROS
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 WS-V-TOTAL-DAYS (WS-VENDOR-SUB)
                 / WS-V-MEASURED (WS-VENDOR-SUB)
           END-IF.
           MOVE WS-AVERAGE-DAYS TO WS-D-AVG-DAYS.
           MOVE ZEROS TO WS-PERCENT.
           IF WS-V-CLOSED-ORDERED (WS-VENDOR-SUB) > ZEROS
              COMPUTE WS-PERCENT ROUNDED =
                 WS-V-CLOSED-RECEIVED (WS-VENDOR-SUB) * 100
                 / WS-V-CLOSED-ORDERED (WS-VENDOR-SUB)
                 ON SIZE ERROR MOVE 999.9 TO WS-PERCENT
              END-COMPUTE
           END-IF.
           MOVE WS-PERCENT TO WS-D-FILL-PCT.
           MOVE ZEROS TO WS-PERCENT.
           IF WS-V-LINES (WS-VENDOR-SUB) > ZEROS
              COMPUTE WS-PERCENT ROUNDED =
                 WS-V-CANCELLED (WS-VENDOR-SUB) * 100
                 / WS-V-LINES (WS-VENDOR-SUB)
           END-IF.
           MOVE WS-PERCENT TO WS-D-CANCEL-PCT.
           MOVE ZEROS TO WS-PERCENT.
           IF WS-V-RECEIVED (WS-VENDOR-SUB) > ZEROS
              COMPUTE WS-PERCENT ROUNDED =
                 WS-V-COST-UPS (WS-VENDOR-SUB) * 100
                 / WS-V-RECEIVED (WS-VENDOR-SUB)
           END-IF.
           MOVE WS-PERCENT TO WS-D-COST-UP-PCT.
           PERFORM CHECK-VENDOR-LATE.
           EVALUATE TRUE
              WHEN VENDOR-RUNS-LATE
                 MOVE "LATER THAN QUOTED" TO WS-D-REMARK
              WHEN WS-V-VENDOR-NO (WS-VENDOR-SUB) NOT = SPACES
                 AND WS-V-QUOTED-DAYS (WS-VENDOR-SUB) = ZEROS
                 MOVE "NO QUOTED LEAD TIME" TO WS-D-REMARK
              WHEN WS-V-MEASURED (WS-VENDOR-SUB) < WS-LATE-MIN-LINES
                 MOVE "TOO FEW RECEIPTS" TO WS-D-REMARK
           END-EVALUATE.
           WRITE Scorecard-Report-Line FROM WS-VENDOR-LINE.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
              UNTIL WS-REASON-SUB > WS-REASON-COUNT
              IF WS-T-VENDOR-SUB (WS-REASON-SUB) = WS-VENDOR-SUB
                 MOVE WS-T-REASON (WS-REASON-SUB) TO WS-R-REASON
                 IF WS-R-REASON = SPACES
                    MOVE "(NO REASON KEYED)" TO WS-R-REASON
                 END-IF
                 MOVE WS-T-COUNT (WS-REASON-SUB)  TO WS-R-COUNT
                 WRITE Scorecard-Report-Line FROM WS-REASON-LINE
              END-IF
           END-PERFORM.

      *>----------------------------------------------------------
      *> "Consistently later than quoted": enough measured lines,
      *> more than half of them late, and the average over the
      *> quote. A vendor with no quoted lead time on the master
      *> is not flagged - there is nothing to correct, only a
      *> blank to fill in.
      *>----------------------------------------------------------
       CHECK-VENDOR-LATE.
           MOVE "N" TO WS-LATE-SWITCH.
           IF WS-V-QUOTED-DAYS (WS-VENDOR-SUB) > ZEROS
              AND WS-V-MEASURED (WS-VENDOR-SUB) NOT < WS-LATE-MIN-LINES
              AND WS-V-LATE (WS-VENDOR-SUB) * 2
                 > WS-V-MEASURED (WS-VENDOR-SUB)
              AND WS-AVERAGE-DAYS > WS-V-QUOTED-DAYS (WS-VENDOR-SUB)
              SET VENDOR-RUNS-LATE TO TRUE
           END-IF.

       PRINT-LATE-VENDORS.
           MOVE SPACES TO Scorecard-Report-Line.
           WRITE Scorecard-Report-Line.
           WRITE Scorecard-Report-Line FROM WS-LATE-HEADING.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
              UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
              MOVE ZEROS TO WS-AVERAGE-DAYS
              IF WS-V-MEASURED (WS-VENDOR-SUB) > ZEROS
                 COMPUTE WS-AVERAGE-DAYS ROUNDED =
                    WS-V-TOTAL-DAYS (WS-VENDOR-SUB)
                    / WS-V-MEASURED (WS-VENDOR-SUB)
              END-IF
              PERFORM CHECK-VENDOR-LATE
              IF VENDOR-RUNS-LATE
                 ADD 1 TO WS-LATE-VENDORS
                 MOVE WS-V-VENDOR-NO (WS-VENDOR-SUB) TO WS-L-VENDOR-NO
                 MOVE WS-V-NAME (WS-VENDOR-SUB)      TO WS-L-NAME
                 MOVE WS-V-QUOTED-DAYS (WS-VENDOR-SUB) TO WS-L-QUOTED
                 MOVE WS-AVERAGE-DAYS TO WS-L-AVG-DAYS
                 WRITE Scorecard-Report-Line FROM WS-LATE-LINE
              END-IF
           END-PERFORM.
           IF WS-LATE-VENDORS = ZEROS
              WRITE Scorecard-Report-Line FROM WS-NO-LATE-LINE
           END-IF.

       EDIT-DATE-ENTRY.
           MOVE "N" TO WS-EDIT-OK-SWITCH.
           PERFORM UNTIL EDIT-OK
              DISPLAY WS-EDIT-PROMPT
              ACCEPT WS-EDIT-INPUT
              IF WS-EDIT-INPUT (1:8) IS NUMERIC
                 AND WS-EDIT-INPUT (9:2) = SPACES
                 MOVE WS-EDIT-INPUT (1:8) TO WS-EDITED-DATE
                 IF WS-EDITED-DATE (5:2) < "01"
                    OR WS-EDITED-DATE (5:2) > "12"
                    DISPLAY "Month must be 01-12, try again."
                 ELSE
                    IF WS-EDITED-DATE (7:2) < "01"
                       OR WS-EDITED-DATE (7:2) > "31"
                       DISPLAY "Day must be 01-31, try again."
                    ELSE
                       MOVE "Y" TO WS-EDIT-OK-SWITCH
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "Enter the date as YYYYMMDD."
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
