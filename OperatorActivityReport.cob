      *
      * Operator_Activity_Report - the manager's daily look at who
      * keyed what. For the date keyed (blank for today) every row
      * stamped with an operator ID is gathered off the files the
      * counter programs write - the transaction log (prices,
      * quantities, counts posted, receipts, costs, status changes,
      * transfers, sales and returns relieved or restocked), the
      * sales-order file's order and credit-memo headers, cancelled
      * PO lines, customer payments, pending price changes keyed,
      * and count lines keyed - and printed by operator, with the
      * operator's name and level at the top of each section. Rows
      * the nightly and morning runs stamp BATCH are not keyed
      * changes and are left out.
      * A clerk's row that a clerk should not be making is marked
      * CHECK in the right margin: any price, cost, or status
      * change, any quantity or count that took stock down, and
      * any of the buyer- and supervisor-only actions. Rows keyed
      * under an ID no longer on the operator master, or before
      * sign-on existed, print in a last section of their own
      * rather than being dropped. Takes a supervisor sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Operator_Activity_Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

           Select Transaction-Log-File Assign To "invtxnlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           Select Sales-Order-File Assign To "salesorder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           Select Purchase-Order-File Assign To "porder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           Select Customer-Payment-File Assign To "custpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           Select Pending-Price-File Assign To "pendprice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

           Select Count-File Assign To "countfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           Select Activity-Report-File Assign To "opactivity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Operator-File.
       COPY "OPERATOR.CPY".

       FD Transaction-Log-File.
       COPY "TXNLOG.CPY".

       FD Sales-Order-File.
       COPY "SALESORD.CPY".

       FD Purchase-Order-File.
       COPY "PORDER.CPY".

       FD Customer-Payment-File.
       COPY "CUSTPAY.CPY".

       FD Pending-Price-File.
       COPY "PENDPRICE.CPY".

       FD Count-File.
       COPY "COUNTREC.CPY".

       FD Activity-Report-File.
       01 Activity-Report-Line PIC X(132).

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

       01 WS-TXN-STATUS     PIC XX.
       01 WS-SO-STATUS      PIC XX.
       01 WS-PO-STATUS      PIC XX.
       01 WS-PAY-STATUS     PIC XX.
       01 WS-PP-STATUS      PIC XX.
       01 WS-CN-STATUS      PIC XX.
       01 WS-RPT-STATUS     PIC XX.

       01 WS-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-FILE       VALUE "Y".

       01 WS-REPORT-DATE    PIC X(8).

       01 WS-OPERATOR-TABLE.
           05 WS-OPR-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-OPR-ROW OCCURS 200 TIMES.
              10 WS-O-ID    PIC X(05).
              10 WS-O-NAME  PIC X(30).
              10 WS-O-LEVEL PIC X(01).

      *> One row per change found for the date, whatever file it
      *> came off. WS-A-ACTION names the change, WS-A-KEY the item
      *> or order it was against; old and new carry whatever
      *> amounts the source row had.
       01 WS-ACTIVITY-TABLE.
           05 WS-ACT-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-ACT-ROW OCCURS 3000 TIMES.
              10 WS-A-OPERATOR-ID PIC X(05).
              10 WS-A-ACTION      PIC X(12).
              10 WS-A-KEY         PIC X(10).
              10 WS-A-DETAIL      PIC X(30).
              10 WS-A-OLD-VALUE   PIC 9(07)V99.
              10 WS-A-NEW-VALUE   PIC 9(07)V99.
              10 WS-A-RESTRICTED  PIC X(01).
              10 WS-A-PRINTED     PIC X(01).

       01 WS-ACT-OVERFLOW-SWITCH PIC X VALUE "N".
           88 ACT-TABLE-OVERFLOWED   VALUE "Y".

       01 WS-OPR-SUB        PIC 9(4).
       01 WS-ACT-SUB        PIC 9(4).
       01 WS-SECTION-COUNT  PIC 9(4).
       01 WS-FLAGGED-COUNT  PIC 9(5) VALUE ZEROS.
       01 WS-PRINT-LEVEL    PIC X(01).
       01 WS-OTHER-COUNT    PIC 9(4) VALUE ZEROS.

       01 WS-NEW-ROW.
           05 WS-N-OPERATOR-ID PIC X(05).
           05 WS-N-ACTION      PIC X(12).
           05 WS-N-KEY         PIC X(10).
           05 WS-N-DETAIL      PIC X(30).
           05 WS-N-OLD-VALUE   PIC 9(07)V99.
           05 WS-N-NEW-VALUE   PIC 9(07)V99.
           05 WS-N-RESTRICTED  PIC X(01).

       01 WS-HEADING-1.
           05 FILLER      PIC X(30)
               VALUE "OPERATOR ACTIVITY FOR DATE    ".
           05 WS-H-DATE   PIC X(08).

       01 WS-OPERATOR-LINE.
           05 FILLER      PIC X(09) VALUE "OPERATOR ".
           05 WS-P-ID     PIC X(05).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WS-P-NAME   PIC X(30).
           05 FILLER      PIC X(07) VALUE " LEVEL ".
           05 WS-P-LEVEL  PIC X(10).

       01 WS-HEADING-2.
           05 FILLER PIC X(09) VALUE "  ID".
           05 FILLER PIC X(13) VALUE "ACTION".
           05 FILLER PIC X(11) VALUE "ITEM/REF".
           05 FILLER PIC X(31) VALUE "DETAIL".
           05 FILLER PIC X(12) VALUE "         OLD".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "         NEW".

       01 WS-DETAIL-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WS-D-ID     PIC X(05).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WS-D-ACTION PIC X(12).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WS-D-KEY    PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WS-D-DETAIL PIC X(30).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WS-D-OLD    PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WS-D-NEW    PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WS-D-FLAG   PIC X(05).

       01 WS-COUNT-LINE.
           05 FILLER      PIC X(04) VALUE SPACES.
           05 WS-C-COUNT  PIC ZZZ9.
           05 FILLER      PIC X(20) VALUE " changes keyed".

       01 WS-TOTAL-LINE.
           05 WS-T-LABEL  PIC X(40).
           05 WS-T-COUNT  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           IF NOT SIGNON-SUPERVISOR
              DISPLAY "The operator activity report needs a"
                 " supervisor sign-on."
              STOP RUN
           END-IF.
           DISPLAY "Enter activity date (YYYYMMDD), blank for today:".
           MOVE SPACES TO WS-REPORT-DATE.
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = SPACES
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           IF WS-REPORT-DATE IS NOT NUMERIC
              DISPLAY "Enter the date as YYYYMMDD."
           ELSE
              PERFORM LOAD-OPERATORS
              PERFORM GATHER-LOG-ROWS
              PERFORM GATHER-SALES-ORDER-ROWS
              PERFORM GATHER-PO-CANCEL-ROWS
              PERFORM GATHER-PAYMENT-ROWS
              PERFORM GATHER-PENDING-PRICE-ROWS
              PERFORM GATHER-COUNT-ROWS
              IF ACT-TABLE-OVERFLOWED
                 DISPLAY "More changes than the report holds - only"
                    " the first 3000 are printed."
              END-IF
              PERFORM PRINT-ACTIVITY
              DISPLAY WS-ACT-COUNT " changes for " WS-REPORT-DATE
                 ", " WS-FLAGGED-COUNT " marked CHECK."
           END-IF.
           STOP RUN.

       LOAD-OPERATORS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Operator-File.
           PERFORM UNTIL END-OF-FILE
              READ Operator-File NEXT RECORD
                 AT END SET END-OF-FILE TO TRUE
                 NOT AT END
                    IF WS-OPR-COUNT = 200
                       DISPLAY "Operator table full, operator "
                          OP-ID " reported under OTHER."
                    ELSE
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OP-ID    TO WS-O-ID (WS-OPR-COUNT)
                       MOVE OP-NAME  TO WS-O-NAME (WS-OPR-COUNT)
                       MOVE OP-LEVEL TO WS-O-LEVEL (WS-OPR-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE Operator-File.

      *>----------------------------------------------------------
      *> Every log row for the date except the BATCH runs'. Price,
      *> cost, and status changes are buyer work; a QUANTITY or
      *> COUNT row that took the number down is stock written off.
      *>----------------------------------------------------------
       GATHER-LOG-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Transaction-Log-File.
           IF WS-TXN-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Transaction-Log-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF TXN-DATE = WS-REPORT-DATE
                          AND TXN-OPERATOR-ID NOT = "BATCH"
                          PERFORM TAKE-LOG-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Transaction-Log-File
           END-IF.

       TAKE-LOG-ROW.
           MOVE TXN-OPERATOR-ID TO WS-N-OPERATOR-ID.
           MOVE TXN-FIELD       TO WS-N-ACTION.
           MOVE TXN-ITEM-NO     TO WS-N-KEY.
           MOVE SPACES          TO WS-N-DETAIL.
           MOVE TXN-OLD-VALUE   TO WS-N-OLD-VALUE.
           MOVE TXN-NEW-VALUE   TO WS-N-NEW-VALUE.
           MOVE "N"             TO WS-N-RESTRICTED.
           IF TXN-FIELD = "PRICE" OR TXN-FIELD = "COST"
              OR TXN-FIELD = "STATUS"
              MOVE "Y" TO WS-N-RESTRICTED
           END-IF.
           IF (TXN-FIELD = "QUANTITY" OR TXN-FIELD = "COUNT")
              AND TXN-NEW-VALUE < TXN-OLD-VALUE
              MOVE "Y" TO WS-N-RESTRICTED
              MOVE "STOCK DOWN" TO WS-N-DETAIL
           END-IF.
           PERFORM ADD-ACTIVITY-ROW.

      *>----------------------------------------------------------
      *> Order and credit-memo headers only - the lines sold and
      *> returned are already on the log as SALE and RETURN rows.
      *>----------------------------------------------------------
       GATHER-SALES-ORDER-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Sales-Order-File.
           IF WS-SO-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Sales-Order-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF SO-ORDER-DATE = WS-REPORT-DATE
                          AND (SO-RECORD-TYPE = "H"
                             OR SO-RECORD-TYPE = "C")
                          PERFORM TAKE-SALES-ORDER-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Sales-Order-File
           END-IF.

       TAKE-SALES-ORDER-ROW.
           MOVE SO-OPERATOR-ID TO WS-N-OPERATOR-ID.
           MOVE SO-ORDER-NO    TO WS-N-KEY.
           MOVE SPACES         TO WS-N-DETAIL.
           IF SO-RECORD-TYPE = "H"
              MOVE "ORDER"     TO WS-N-ACTION
              IF SO-CUSTOMER-NO NOT = SPACES
                 STRING "CHARGED TO " SO-CUSTOMER-NO
                    DELIMITED BY SIZE INTO WS-N-DETAIL
              END-IF
           ELSE
              MOVE "CREDIT MEMO" TO WS-N-ACTION
              STRING "AGAINST ORDER " SO-REF-ORDER-NO
                 DELIMITED BY SIZE INTO WS-N-DETAIL
           END-IF.
           MOVE ZEROS          TO WS-N-OLD-VALUE.
           MOVE SO-LINE-TOTAL  TO WS-N-NEW-VALUE.
           MOVE "N"            TO WS-N-RESTRICTED.
           PERFORM ADD-ACTIVITY-ROW.

       GATHER-PO-CANCEL-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Purchase-Order-File.
           IF WS-PO-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Purchase-Order-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF PO-RECORD-TYPE = "D"
                          AND PO-STATUS = "X"
                          AND PO-CHANGE-DATE = WS-REPORT-DATE
                          MOVE PO-OPERATOR-ID   TO WS-N-OPERATOR-ID
                          MOVE "PO CANCEL"      TO WS-N-ACTION
                          MOVE PO-ITEM-NO       TO WS-N-KEY
                          MOVE SPACES           TO WS-N-DETAIL
                          STRING "PO " PO-NO " " PO-CANCEL-REASON
                             DELIMITED BY SIZE INTO WS-N-DETAIL
                          MOVE ZEROS            TO WS-N-OLD-VALUE
                          MOVE PO-ORDER-QTY     TO WS-N-NEW-VALUE
                          MOVE "Y"              TO WS-N-RESTRICTED
                          PERFORM ADD-ACTIVITY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Purchase-Order-File
           END-IF.

       GATHER-PAYMENT-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Customer-Payment-File.
           IF WS-PAY-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Customer-Payment-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF PAY-DATE = WS-REPORT-DATE
                          MOVE PAY-OPERATOR-ID TO WS-N-OPERATOR-ID
                          MOVE "PAYMENT"       TO WS-N-ACTION
                          MOVE PAY-CUSTOMER-NO TO WS-N-KEY
                          MOVE SPACES          TO WS-N-DETAIL
                          MOVE ZEROS           TO WS-N-OLD-VALUE
                          MOVE PAY-AMOUNT      TO WS-N-NEW-VALUE
                          MOVE "Y"             TO WS-N-RESTRICTED
                          PERFORM ADD-ACTIVITY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Customer-Payment-File
           END-IF.

       GATHER-PENDING-PRICE-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Pending-Price-File.
           IF WS-PP-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Pending-Price-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF PP-KEYED-DATE = WS-REPORT-DATE
                          MOVE PP-OPERATOR-ID TO WS-N-OPERATOR-ID
                          MOVE "PEND PRICE"   TO WS-N-ACTION
                          MOVE PP-ITEM-NO     TO WS-N-KEY
                          MOVE SPACES         TO WS-N-DETAIL
                          STRING "EFFECTIVE " PP-EFF-DATE
                             DELIMITED BY SIZE INTO WS-N-DETAIL
                          MOVE ZEROS          TO WS-N-OLD-VALUE
                          MOVE PP-NEW-PRICE   TO WS-N-NEW-VALUE
                          MOVE "Y"            TO WS-N-RESTRICTED
                          PERFORM ADD-ACTIVITY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Pending-Price-File
           END-IF.

       GATHER-COUNT-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT Count-File.
           IF WS-CN-STATUS NOT = "35"
              PERFORM UNTIL END-OF-FILE
                 READ Count-File
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       IF CN-COUNT-DATE = WS-REPORT-DATE
                          MOVE CN-OPERATOR-ID TO WS-N-OPERATOR-ID
                          MOVE "COUNT KEYED"  TO WS-N-ACTION
                          MOVE CN-ITEM-NO     TO WS-N-KEY
                          MOVE SPACES         TO WS-N-DETAIL
                          IF CN-LOCATION = "B"
                             MOVE "BACK ROOM" TO WS-N-DETAIL
                          ELSE
                             MOVE "SALES FLOOR" TO WS-N-DETAIL
                          END-IF
                          MOVE ZEROS          TO WS-N-OLD-VALUE
                          MOVE CN-COUNT-QTY   TO WS-N-NEW-VALUE
                          MOVE "N"            TO WS-N-RESTRICTED
                          PERFORM ADD-ACTIVITY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Count-File
           END-IF.

       ADD-ACTIVITY-ROW.
           IF WS-ACT-COUNT = 3000
              SET ACT-TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-ACT-COUNT
              MOVE WS-N-OPERATOR-ID TO WS-A-OPERATOR-ID (WS-ACT-COUNT)
              MOVE WS-N-ACTION      TO WS-A-ACTION (WS-ACT-COUNT)
              MOVE WS-N-KEY         TO WS-A-KEY (WS-ACT-COUNT)
              MOVE WS-N-DETAIL      TO WS-A-DETAIL (WS-ACT-COUNT)
              MOVE WS-N-OLD-VALUE   TO WS-A-OLD-VALUE (WS-ACT-COUNT)
              MOVE WS-N-NEW-VALUE   TO WS-A-NEW-VALUE (WS-ACT-COUNT)
              MOVE WS-N-RESTRICTED  TO WS-A-RESTRICTED (WS-ACT-COUNT)
              MOVE "N"              TO WS-A-PRINTED (WS-ACT-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> One section per operator on the master with anything for
      *> the date, then whatever is left - IDs not on the master
      *> and rows keyed before sign-on - under OTHER.
      *>----------------------------------------------------------
       PRINT-ACTIVITY.
           OPEN OUTPUT Activity-Report-File.
           MOVE WS-REPORT-DATE TO WS-H-DATE.
           WRITE Activity-Report-Line FROM WS-HEADING-1.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB > WS-OPR-COUNT
              PERFORM PRINT-OPERATOR-SECTION
           END-PERFORM.
           PERFORM PRINT-OTHER-SECTION.
           MOVE SPACES TO Activity-Report-Line.
           WRITE Activity-Report-Line.
           MOVE "TOTAL CHANGES" TO WS-T-LABEL.
           MOVE WS-ACT-COUNT TO WS-T-COUNT.
           WRITE Activity-Report-Line FROM WS-TOTAL-LINE.
           MOVE "CHANGES MARKED CHECK" TO WS-T-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-T-COUNT.
           WRITE Activity-Report-Line FROM WS-TOTAL-LINE.
           CLOSE Activity-Report-File.

       PRINT-OPERATOR-SECTION.
           MOVE ZEROS TO WS-SECTION-COUNT.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
              UNTIL WS-ACT-SUB > WS-ACT-COUNT
              IF WS-A-OPERATOR-ID (WS-ACT-SUB) = WS-O-ID (WS-OPR-SUB)
                 ADD 1 TO WS-SECTION-COUNT
              END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT > ZEROS
              MOVE SPACES TO Activity-Report-Line
              WRITE Activity-Report-Line
              MOVE WS-O-ID (WS-OPR-SUB)   TO WS-P-ID
              MOVE WS-O-NAME (WS-OPR-SUB) TO WS-P-NAME
              EVALUATE WS-O-LEVEL (WS-OPR-SUB)
                 WHEN "S" MOVE "SUPERVISOR" TO WS-P-LEVEL
                 WHEN "B" MOVE "BUYER"      TO WS-P-LEVEL
                 WHEN OTHER MOVE "CLERK"    TO WS-P-LEVEL
              END-EVALUATE
              WRITE Activity-Report-Line FROM WS-OPERATOR-LINE
              WRITE Activity-Report-Line FROM WS-HEADING-2
              MOVE WS-O-LEVEL (WS-OPR-SUB) TO WS-PRINT-LEVEL
              PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                 UNTIL WS-ACT-SUB > WS-ACT-COUNT
                 IF WS-A-OPERATOR-ID (WS-ACT-SUB)
                    = WS-O-ID (WS-OPR-SUB)
                    PERFORM PRINT-ACTIVITY-ROW
                 END-IF
              END-PERFORM
              MOVE WS-SECTION-COUNT TO WS-C-COUNT
              WRITE Activity-Report-Line FROM WS-COUNT-LINE
           END-IF.

      *>----------------------------------------------------------
      *> Whoever keyed these cannot be checked against a level, so
      *> every restricted row among them is marked, and the ID the
      *> row carries - blank before sign-on - prints beside it.
      *>----------------------------------------------------------
       PRINT-OTHER-SECTION.
           MOVE ZEROS TO WS-OTHER-COUNT.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
              UNTIL WS-ACT-SUB > WS-ACT-COUNT
              IF WS-A-PRINTED (WS-ACT-SUB) = "N"
                 ADD 1 TO WS-OTHER-COUNT
              END-IF
           END-PERFORM.
           IF WS-OTHER-COUNT > ZEROS
              MOVE SPACES TO Activity-Report-Line
              WRITE Activity-Report-Line
              MOVE "OTHER - NOT ON OPERATOR MASTER OR NOT SIGNED ON"
                 TO Activity-Report-Line
              WRITE Activity-Report-Line
              WRITE Activity-Report-Line FROM WS-HEADING-2
              MOVE "C" TO WS-PRINT-LEVEL
              PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                 UNTIL WS-ACT-SUB > WS-ACT-COUNT
                 IF WS-A-PRINTED (WS-ACT-SUB) = "N"
                    PERFORM PRINT-ACTIVITY-ROW
                 END-IF
              END-PERFORM
              MOVE WS-OTHER-COUNT TO WS-C-COUNT
              WRITE Activity-Report-Line FROM WS-COUNT-LINE
           END-IF.

       PRINT-ACTIVITY-ROW.
           MOVE WS-A-ACTION (WS-ACT-SUB)    TO WS-D-ACTION.
           MOVE WS-A-KEY (WS-ACT-SUB)       TO WS-D-KEY.
           MOVE WS-A-DETAIL (WS-ACT-SUB)    TO WS-D-DETAIL.
           MOVE WS-A-OPERATOR-ID (WS-ACT-SUB) TO WS-D-ID.
           MOVE WS-A-OLD-VALUE (WS-ACT-SUB) TO WS-D-OLD.
           MOVE WS-A-NEW-VALUE (WS-ACT-SUB) TO WS-D-NEW.
           MOVE SPACES TO WS-D-FLAG.
           IF WS-PRINT-LEVEL = "C"
              AND WS-A-RESTRICTED (WS-ACT-SUB) = "Y"
              MOVE "CHECK" TO WS-D-FLAG
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           MOVE "Y" TO WS-A-PRINTED (WS-ACT-SUB).
           WRITE Activity-Report-Line FROM WS-DETAIL-LINE.

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
