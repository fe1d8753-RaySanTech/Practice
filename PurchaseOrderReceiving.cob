      *   program now, with the reason kept on the row. Cancelled
      *   lines are never prompted here - only "O" lines are - and
      *   the reason rides through the rewrite untouched.
      *   The program now starts with an operator sign-on. A
      *   received line is stamped with the receiving operator's ID
      *   and the date, the RECEIPT and COST log rows carry the same
      *   ID, and the PO and backorder rewrites carry the operator
      *   fields through intact.
      *   A received line now keeps the unit cost confirmed off the
      *   delivery paperwork, so the vendor's invoice can be matched
      *   against what was agreed at the truck.
      *   A delivery can now be taken carton by carton: the item
      *   number or UPC off each carton is keyed or scanned and only
      *   that item's open line is prompted; a blank first entry
      *   walks the lines in order as before. Each line shows the
      *   vendor's part number, and the rewrite carries it through.
      *   A received line now keeps the date it was posted, so the
      *   vendor scorecard can measure actual lead time off the order.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Purchase-Order-File Assign To "porder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       FD Backorder-File.
       COPY "BACKORD.CPY".

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

       01 WS-INV-STATUS    PIC XX.
       01 WS-PO-STATUS     PIC XX.
       01 WS-TXN-STATUS    PIC XX.
              10 WS-R-STATUS        PIC X(01).
              10 WS-R-VENDOR-NO     PIC X(05).
              10 WS-R-CANCEL-REASON PIC X(30).
              10 WS-R-OPERATOR-ID   PIC X(05).
              10 WS-R-CHANGE-DATE   PIC X(08).
              10 WS-R-RECEIVED-COST PIC 9(05)V99.
              10 WS-R-VENDOR-PART-NO PIC X(20).
              10 WS-R-RECEIVED-DATE PIC X(08).

       01 WS-PO-SUB        PIC 9(4).
       01 WS-PO-NO-ENTRY   PIC 9(6).
       01 WS-RECEIVED-QTY  PIC 9(5).
       01 WS-LINES-POSTED  PIC 9(4) VALUE ZEROS.

       01 WS-PO-FOUND      PIC X VALUE "N".
           88 PO-FOUND         VALUE "Y".

      *> Receiving by carton: the item number or UPC keyed or
      *> scanned off each carton, and the item it comes to.
       01 WS-CARTON-ENTRY   PIC X(14).
       01 WS-CARTON-ITEM-NO PIC X(10).
       01 WS-LINE-FOUND     PIC X VALUE "N".
           88 OPEN-LINE-FOUND   VALUE "Y".

       01 WS-PO-OVERFLOW-SWITCH PIC X VALUE "N".
           88 PO-TABLE-OVERFLOWED   VALUE "Y".

              10 WS-B-CUSTOMER-NAME PIC X(30).
              10 WS-B-PHONE         PIC X(12).
              10 WS-B-STATUS        PIC X(01).
              10 WS-B-OPERATOR-ID   PIC X(05).

       01 WS-BO-SUB        PIC 9(4).
       01 WS-BO-AVAILABLE  PIC S9(7).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           PERFORM LOAD-PO-TABLE.
           IF PO-TABLE-OVERFLOWED
              DISPLAY "Purchase-order file no longer fits in one run."
              MOVE PO-VENDOR-NO     TO WS-R-VENDOR-NO (WS-PO-ROW-COUNT)
              MOVE PO-CANCEL-REASON
                 TO WS-R-CANCEL-REASON (WS-PO-ROW-COUNT)
              MOVE PO-OPERATOR-ID
                 TO WS-R-OPERATOR-ID (WS-PO-ROW-COUNT)
              MOVE PO-CHANGE-DATE
                 TO WS-R-CHANGE-DATE (WS-PO-ROW-COUNT)
              IF PO-RECEIVED-COST IS NUMERIC
                 MOVE PO-RECEIVED-COST
                    TO WS-R-RECEIVED-COST (WS-PO-ROW-COUNT)
              ELSE
                 MOVE ZEROS TO WS-R-RECEIVED-COST (WS-PO-ROW-COUNT)
              END-IF
              MOVE PO-VENDOR-PART-NO
                 TO WS-R-VENDOR-PART-NO (WS-PO-ROW-COUNT)
              MOVE PO-RECEIVED-DATE
                 TO WS-R-RECEIVED-DATE (WS-PO-ROW-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> Walks the table for the entered PO's open detail lines,
      *> prompting for the received quantity on each. A zero
      *> received quantity leaves the line open for the next
      *> delivery. The operator may instead take the delivery
      *> carton by carton, keying or scanning the item number or
      *> UPC off each one, and only that item's line is prompted.
      *>----------------------------------------------------------
       RECEIVE-ORDER-LINES.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-ROW-COUNT OR PO-FOUND
              IF WS-R-PO-NO (WS-PO-SUB) = WS-PO-NO-ENTRY
                 SET PO-FOUND TO TRUE
                 PERFORM SHOW-ORDER-VENDOR
              END-IF
           END-PERFORM.
           IF PO-FOUND
              PERFORM OPEN-INVENTORY-IO
              DISPLAY "Enter item number or UPC off the carton,"
                 " or blank to take the open lines in order:"
              MOVE SPACES TO WS-CARTON-ENTRY
              ACCEPT WS-CARTON-ENTRY
              IF WS-CARTON-ENTRY = SPACES
                 PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                    UNTIL WS-PO-SUB > WS-PO-ROW-COUNT
                    IF WS-R-PO-NO (WS-PO-SUB) = WS-PO-NO-ENTRY
                       AND WS-R-RECORD-TYPE (WS-PO-SUB) = "D"
                       AND WS-R-STATUS (WS-PO-SUB) = "O"
                       PERFORM RECEIVE-ONE-LINE
                    END-IF
                 END-PERFORM
              ELSE
                 PERFORM RECEIVE-ONE-CARTON
                    UNTIL WS-CARTON-ENTRY = SPACES
              END-IF
              CLOSE Inventory-File
           END-IF.

      *>----------------------------------------------------------
      *> One carton: an entry longer than an ITEM-NO can only be a
      *> UPC and is looked up on the UPC key for the item it
      *> belongs to; the order's open line for that item is then
      *> received the same way as in the walk.
      *>----------------------------------------------------------
       RECEIVE-ONE-CARTON.
           MOVE SPACES TO WS-CARTON-ITEM-NO.
           IF WS-CARTON-ENTRY (11:4) = SPACES
              MOVE WS-CARTON-ENTRY TO WS-CARTON-ITEM-NO
           ELSE
              MOVE WS-CARTON-ENTRY TO UPC-Code
              READ Inventory-File KEY IS UPC-Code
                 INVALID KEY
                    DISPLAY "UPC not on file: " WS-CARTON-ENTRY
                 NOT INVALID KEY
                    MOVE ITEM-NO TO WS-CARTON-ITEM-NO
              END-READ
           END-IF.
           IF WS-CARTON-ITEM-NO NOT = SPACES
              MOVE "N" TO WS-LINE-FOUND
              PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                 UNTIL WS-PO-SUB > WS-PO-ROW-COUNT OR OPEN-LINE-FOUND
                 IF WS-R-PO-NO (WS-PO-SUB) = WS-PO-NO-ENTRY
                    AND WS-R-RECORD-TYPE (WS-PO-SUB) = "D"
                    AND WS-R-STATUS (WS-PO-SUB) = "O"
                    AND WS-R-ITEM-NO (WS-PO-SUB) = WS-CARTON-ITEM-NO
                    SET OPEN-LINE-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF OPEN-LINE-FOUND
                 SUBTRACT 1 FROM WS-PO-SUB
                 PERFORM RECEIVE-ONE-LINE
              ELSE
                 DISPLAY "No open line for " WS-CARTON-ITEM-NO
                    " on this order."
              END-IF
           END-IF.
           DISPLAY "Next item number or UPC (blank when done):".
           MOVE SPACES TO WS-CARTON-ENTRY.
           ACCEPT WS-CARTON-ENTRY.

      *>----------------------------------------------------------
      *> Shows whose truck is being checked in: the vendor number
      *> with a blank vendor is the unassigned-items order.
      *>----------------------------------------------------------
       SHOW-ORDER-VENDOR.
           IF WS-R-VENDOR-NO (WS-PO-SUB) = SPACES
              DISPLAY "Order has no vendor assigned."
           ELSE
       RECEIVE-ONE-LINE.
           DISPLAY "Line: " WS-R-ITEM-NO (WS-PO-SUB)
              " ordered " WS-R-ORDER-QTY (WS-PO-SUB).
           IF WS-R-VENDOR-PART-NO (WS-PO-SUB) NOT = SPACES
              DISPLAY "      vendor part "
                 WS-R-VENDOR-PART-NO (WS-PO-SUB)
           END-IF.
           DISPLAY "Enter received quantity (0 if not on truck):".
           ACCEPT WS-RECEIVED-QTY.
           IF WS-RECEIVED-QTY > ZEROS
                          MOVE WS-RECEIVED-QTY
                             TO WS-R-RECEIVED-QTY (WS-PO-SUB)
                          MOVE "R" TO WS-R-STATUS (WS-PO-SUB)
                          MOVE WS-SIGNON-ID
                             TO WS-R-OPERATOR-ID (WS-PO-SUB)
                          MOVE WS-LOG-DATE
                             TO WS-R-CHANGE-DATE (WS-PO-SUB)
                          MOVE WS-LOG-DATE
                             TO WS-R-RECEIVED-DATE (WS-PO-SUB)
                          MOVE Unit-Cost
                             TO WS-R-RECEIVED-COST (WS-PO-SUB)
                          ADD 1 TO WS-LINES-POSTED
                          PERFORM RELEASE-BACKORDERS
                    END-REWRITE
                 TO WS-B-CUSTOMER-NAME (WS-BO-ROW-COUNT)
              MOVE BO-PHONE   TO WS-B-PHONE (WS-BO-ROW-COUNT)
              MOVE BO-STATUS  TO WS-B-STATUS (WS-BO-ROW-COUNT)
              MOVE BO-OPERATOR-ID TO WS-B-OPERATOR-ID (WS-BO-ROW-COUNT)
           END-IF.

       REWRITE-BACKORDER-FILE.
                 TO BO-CUSTOMER-NAME
              MOVE WS-B-PHONE (WS-BO-SUB)         TO BO-PHONE
              MOVE WS-B-STATUS (WS-BO-SUB)        TO BO-STATUS
              MOVE WS-B-OPERATOR-ID (WS-BO-SUB)   TO BO-OPERATOR-ID
              WRITE Backorder-Record
           END-PERFORM.
           CLOSE Backorder-File.
              MOVE WS-R-STATUS (WS-PO-SUB)        TO PO-STATUS
              MOVE WS-R-VENDOR-NO (WS-PO-SUB)     TO PO-VENDOR-NO
              MOVE WS-R-CANCEL-REASON (WS-PO-SUB) TO PO-CANCEL-REASON
              MOVE WS-R-OPERATOR-ID (WS-PO-SUB)   TO PO-OPERATOR-ID
              MOVE WS-R-CHANGE-DATE (WS-PO-SUB)   TO PO-CHANGE-DATE
              MOVE WS-R-RECEIVED-COST (WS-PO-SUB) TO PO-RECEIVED-COST
              MOVE WS-R-VENDOR-PART-NO (WS-PO-SUB)
                 TO PO-VENDOR-PART-NO
              MOVE WS-R-RECEIVED-DATE (WS-PO-SUB) TO PO-RECEIVED-DATE
              WRITE Purchase-Order-Record
           END-PERFORM.
           CLOSE Purchase-Order-File.
           MOVE "RECEIPT"       TO TXN-FIELD.
           MOVE WS-OLD-QUANTITY TO TXN-OLD-VALUE.
           MOVE Quantity        TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
           MOVE "COST"      TO TXN-FIELD.
           MOVE WS-OLD-COST TO TXN-OLD-VALUE.
           MOVE Unit-Cost   TO TXN-NEW-VALUE.
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
