      *
      * Reorder_Point_Maintenance - buyer's menu for the reorder
      * values on reorder.dat. The proposals the recalculation
      * wrote are walked one at a time with the item's current and
      * proposed values, its sales per day and the lead time used;
      * the buyer approves, rejects, or leaves each one for later,
      * and only approved rows are put on reorder.dat by
      * Reorder_Point_Apply. An item whose values must not follow
      * its sales - a seasonal line, a display minimum - is pinned
      * here with its reorder point and order-up-to quantity keyed
      * by hand; the recalculation never proposes for a pinned
      * item and the apply run never touches one. Unpinning hands
      * the item back to the recalculation with its values as they
      * stand. Needs a buyer or supervisor sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Reorder_Point_Maintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Reorder-Proposal-File Assign To "reorderprop.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           Select Reorder-File Assign To "reorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-ITEM-NO
               FILE STATUS IS WS-RO-STATUS.

           Select Inventory-File Assign To "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Reorder-Proposal-File.
       COPY "REORDPROP.CPY".

       FD Reorder-File.
       COPY "REORDER.CPY".

       FD Inventory-File.
       COPY "INVREC.CPY".

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
       01 WS-RP-STATUS      PIC XX.
       01 WS-RO-STATUS      PIC XX.
       01 WS-INV-STATUS     PIC XX.

       01 WS-RP-EOF-SWITCH  PIC X VALUE "N".
           88 RP-END-OF-FILE    VALUE "Y".

       01 WS-PROPOSAL-TABLE.
           05 WS-RP-ROW-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-RP-ROW OCCURS 2000 TIMES.
              10 WS-P-ITEM-NO        PIC X(10).
              10 WS-P-VENDOR-NO      PIC X(05).
              10 WS-P-REVIEW-DATE    PIC X(08).
              10 WS-P-HISTORY-DAYS   PIC 9(04).
              10 WS-P-UNITS-SOLD     PIC 9(07).
              10 WS-P-DAILY-SALES    PIC 9(05)V99.
              10 WS-P-LEAD-DAYS      PIC 9(03).
              10 WS-P-CURRENT-POINT  PIC 9(05).
              10 WS-P-CURRENT-UP-TO  PIC 9(05).
              10 WS-P-PROPOSED-POINT PIC 9(05).
              10 WS-P-PROPOSED-UP-TO PIC 9(05).
              10 WS-P-STATUS         PIC X(01).
              10 WS-P-OPERATOR-ID    PIC X(05).

       01 WS-RP-SUB         PIC 9(4).
       01 WS-DECIDED-COUNT  PIC 9(4) VALUE ZEROS.

       01 WS-RP-OVERFLOW-SWITCH PIC X VALUE "N".
           88 RP-TABLE-OVERFLOWED   VALUE "Y".

       01 WS-STOP-WALK-SWITCH PIC X VALUE "N".
           88 STOP-WALK         VALUE "Y".

       01 WS-DECISION       PIC X.
       01 WS-ITEM-NO-ENTRY  PIC X(10).

       01 WS-DISPLAY-QTY    PIC ZZZZ9.
       01 WS-DISPLAY-QTY-2  PIC ZZZZ9.
       01 WS-DISPLAY-DAILY  PIC ZZ,ZZ9.99.

       01 WS-EDIT-PROMPT     PIC X(40).
       01 WS-EDIT-INPUT      PIC X(12).
       01 WS-EDIT-TALLY      PIC 9(2).
       01 WS-EDIT-WORK-NUM   PIC 9(9)V99.
       01 WS-EDITED-QTY      PIC 9(05).
       01 WS-EDIT-OK-SWITCH  PIC X VALUE "N".
           88 EDIT-OK            VALUE "Y".

       01 WS-ITEM-FOUND-SWITCH PIC X VALUE "N".
           88 ITEM-FOUND        VALUE "Y".

       01 WS-PIN-POINT      PIC 9(05).
       01 WS-PIN-UP-TO      PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-LOOP.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           IF NOT SIGNON-BUYER-UP
              DISPLAY "Reorder point maintenance needs a buyer or"
                 " supervisor sign-on."
              STOP RUN
           END-IF.
           DISPLAY "1. Approve or reject reorder proposals".
           DISPLAY "2. Pin an item's reorder values".
           DISPLAY "3. Unpin an item".
           DISPLAY "4. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT Choice.

           IF Choice = "1" THEN
              PERFORM REVIEW-PROPOSALS
           END-IF.

           IF Choice = "2" THEN
              PERFORM PIN-ITEM
           END-IF.

           IF Choice = "3" THEN
              PERFORM UNPIN-ITEM
           END-IF.

           STOP RUN.

      *>----------------------------------------------------------
      *> Walks every proposal still waiting for a decision. The
      *> file is written back from the table only when something
      *> was decided, so leaving everything for later changes
      *> nothing on disk.
      *>----------------------------------------------------------
       REVIEW-PROPOSALS.
           PERFORM LOAD-PROPOSAL-TABLE.
           IF RP-TABLE-OVERFLOWED
              DISPLAY "Proposal file does not fit in one run."
           ELSE
              IF WS-RP-ROW-COUNT = ZEROS
                 DISPLAY "No reorder proposals on file - run"
                    " Reorder_Point_Review first."
              ELSE
                 PERFORM VARYING WS-RP-SUB FROM 1 BY 1
                    UNTIL WS-RP-SUB > WS-RP-ROW-COUNT OR STOP-WALK
                    IF WS-P-STATUS (WS-RP-SUB) = "P"
                       PERFORM DECIDE-ONE-PROPOSAL
                    END-IF
                 END-PERFORM
                 IF WS-DECIDED-COUNT > ZEROS
                    PERFORM REWRITE-PROPOSAL-FILE
                 END-IF
                 DISPLAY WS-DECIDED-COUNT " proposals decided."
              END-IF
           END-IF.

       LOAD-PROPOSAL-TABLE.
           OPEN INPUT Reorder-Proposal-File.
           IF WS-RP-STATUS NOT = "35"
              PERFORM UNTIL RP-END-OF-FILE
                 READ Reorder-Proposal-File
                    AT END SET RP-END-OF-FILE TO TRUE
                    NOT AT END PERFORM ADD-PROPOSAL-ROW
                 END-READ
              END-PERFORM
              CLOSE Reorder-Proposal-File
           END-IF.

      *>----------------------------------------------------------
      *> The whole proposal file is rewritten from this table, so
      *> a row that does not fit is a reason to refuse the run
      *> rather than silently dropping rows.
      *>----------------------------------------------------------
       ADD-PROPOSAL-ROW.
           IF WS-RP-ROW-COUNT = 2000
              SET RP-TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-RP-ROW-COUNT
              MOVE RP-ITEM-NO       TO WS-P-ITEM-NO (WS-RP-ROW-COUNT)
              MOVE RP-VENDOR-NO     TO WS-P-VENDOR-NO (WS-RP-ROW-COUNT)
              MOVE RP-REVIEW-DATE
                 TO WS-P-REVIEW-DATE (WS-RP-ROW-COUNT)
              MOVE RP-HISTORY-DAYS
                 TO WS-P-HISTORY-DAYS (WS-RP-ROW-COUNT)
              MOVE RP-UNITS-SOLD    TO WS-P-UNITS-SOLD (WS-RP-ROW-COUNT)
              MOVE RP-DAILY-SALES
                 TO WS-P-DAILY-SALES (WS-RP-ROW-COUNT)
              MOVE RP-LEAD-DAYS     TO WS-P-LEAD-DAYS (WS-RP-ROW-COUNT)
              MOVE RP-CURRENT-POINT
                 TO WS-P-CURRENT-POINT (WS-RP-ROW-COUNT)
              MOVE RP-CURRENT-UP-TO
                 TO WS-P-CURRENT-UP-TO (WS-RP-ROW-COUNT)
              MOVE RP-PROPOSED-POINT
                 TO WS-P-PROPOSED-POINT (WS-RP-ROW-COUNT)
              MOVE RP-PROPOSED-UP-TO
                 TO WS-P-PROPOSED-UP-TO (WS-RP-ROW-COUNT)
              MOVE RP-STATUS        TO WS-P-STATUS (WS-RP-ROW-COUNT)
              MOVE RP-OPERATOR-ID
                 TO WS-P-OPERATOR-ID (WS-RP-ROW-COUNT)
           END-IF.

       DECIDE-ONE-PROPOSAL.
           DISPLAY " ".
           DISPLAY "Item " WS-P-ITEM-NO (WS-RP-SUB)
              "  vendor " WS-P-VENDOR-NO (WS-RP-SUB)
              "  lead " WS-P-LEAD-DAYS (WS-RP-SUB) " days".
           MOVE WS-P-DAILY-SALES (WS-RP-SUB) TO WS-DISPLAY-DAILY.
           DISPLAY "  Sold " WS-P-UNITS-SOLD (WS-RP-SUB)
              " in " WS-P-HISTORY-DAYS (WS-RP-SUB)
              " days, " WS-DISPLAY-DAILY " per day".
           MOVE WS-P-CURRENT-POINT (WS-RP-SUB) TO WS-DISPLAY-QTY.
           MOVE WS-P-CURRENT-UP-TO (WS-RP-SUB) TO WS-DISPLAY-QTY-2.
           DISPLAY "  Current reorder point " WS-DISPLAY-QTY
              "  order-up-to " WS-DISPLAY-QTY-2.
           MOVE WS-P-PROPOSED-POINT (WS-RP-SUB) TO WS-DISPLAY-QTY.
           MOVE WS-P-PROPOSED-UP-TO (WS-RP-SUB) TO WS-DISPLAY-QTY-2.
           DISPLAY "  Proposed reorder point " WS-DISPLAY-QTY
              " order-up-to " WS-DISPLAY-QTY-2.
           DISPLAY "Approve (A), reject (R), leave (Enter),"
              " or quit (Q):".
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
              WHEN "A"
              WHEN "a"
                 MOVE "Y" TO WS-P-STATUS (WS-RP-SUB)
                 MOVE WS-SIGNON-ID TO WS-P-OPERATOR-ID (WS-RP-SUB)
                 ADD 1 TO WS-DECIDED-COUNT
              WHEN "R"
              WHEN "r"
                 MOVE "R" TO WS-P-STATUS (WS-RP-SUB)
                 MOVE WS-SIGNON-ID TO WS-P-OPERATOR-ID (WS-RP-SUB)
                 ADD 1 TO WS-DECIDED-COUNT
              WHEN "Q"
              WHEN "q"
                 SET STOP-WALK TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       REWRITE-PROPOSAL-FILE.
           OPEN OUTPUT Reorder-Proposal-File.
           PERFORM VARYING WS-RP-SUB FROM 1 BY 1
              UNTIL WS-RP-SUB > WS-RP-ROW-COUNT
              MOVE WS-P-ITEM-NO (WS-RP-SUB)        TO RP-ITEM-NO
              MOVE WS-P-VENDOR-NO (WS-RP-SUB)      TO RP-VENDOR-NO
              MOVE WS-P-REVIEW-DATE (WS-RP-SUB)    TO RP-REVIEW-DATE
              MOVE WS-P-HISTORY-DAYS (WS-RP-SUB)   TO RP-HISTORY-DAYS
              MOVE WS-P-UNITS-SOLD (WS-RP-SUB)     TO RP-UNITS-SOLD
              MOVE WS-P-DAILY-SALES (WS-RP-SUB)    TO RP-DAILY-SALES
              MOVE WS-P-LEAD-DAYS (WS-RP-SUB)      TO RP-LEAD-DAYS
              MOVE WS-P-CURRENT-POINT (WS-RP-SUB)  TO RP-CURRENT-POINT
              MOVE WS-P-CURRENT-UP-TO (WS-RP-SUB)  TO RP-CURRENT-UP-TO
              MOVE WS-P-PROPOSED-POINT (WS-RP-SUB) TO RP-PROPOSED-POINT
              MOVE WS-P-PROPOSED-UP-TO (WS-RP-SUB) TO RP-PROPOSED-UP-TO
              MOVE WS-P-STATUS (WS-RP-SUB)         TO RP-STATUS
              MOVE WS-P-OPERATOR-ID (WS-RP-SUB)    TO RP-OPERATOR-ID
              WRITE Reorder-Proposal-Record
           END-PERFORM.
           CLOSE Reorder-Proposal-File.

      *>----------------------------------------------------------
      *> Pinning keys the item's values by hand and marks them so
      *> neither the review nor the apply run will change them. The
      *> item must be on the stock file; a reorder record is added
      *> for it when it has none.
      *>----------------------------------------------------------
       PIN-ITEM.
           DISPLAY "Enter item number to pin:".
           ACCEPT WS-ITEM-NO-ENTRY.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           MOVE WS-ITEM-NO-ENTRY TO ITEM-NO.
           OPEN INPUT Inventory-File.
           IF WS-INV-STATUS = "35"
              DISPLAY "No inventory items."
           ELSE
              READ Inventory-File
                 INVALID KEY
                    DISPLAY "Item not found."
                 NOT INVALID KEY
                    SET ITEM-FOUND TO TRUE
              END-READ
              CLOSE Inventory-File
           END-IF.
           IF ITEM-FOUND
              PERFORM KEY-PINNED-VALUES
              PERFORM WRITE-PINNED-VALUES
           END-IF.

       KEY-PINNED-VALUES.
           MOVE "Reorder point:" TO WS-EDIT-PROMPT.
           PERFORM EDIT-QTY-ENTRY.
           MOVE WS-EDITED-QTY TO WS-PIN-POINT.
           MOVE "Order-up-to quantity:" TO WS-EDIT-PROMPT.
           PERFORM EDIT-QTY-ENTRY.
           PERFORM UNTIL WS-EDITED-QTY NOT < WS-PIN-POINT
              DISPLAY "Order-up-to cannot be below the reorder"
                 " point, try again."
              PERFORM EDIT-QTY-ENTRY
           END-PERFORM.
           MOVE WS-EDITED-QTY TO WS-PIN-UP-TO.

       WRITE-PINNED-VALUES.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           PERFORM OPEN-REORDER-IO.
           MOVE WS-ITEM-NO-ENTRY TO RO-ITEM-NO.
           READ Reorder-File
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ITEM-FOUND TO TRUE
           END-READ.
           MOVE WS-ITEM-NO-ENTRY TO RO-ITEM-NO.
           MOVE WS-PIN-POINT     TO RO-REORDER-POINT.
           MOVE WS-PIN-UP-TO     TO RO-REORDER-UP-TO.
           MOVE "Y"              TO RO-PINNED.
           IF ITEM-FOUND
              REWRITE Reorder-Record
                 INVALID KEY
                    DISPLAY "Unable to update reorder record."
                 NOT INVALID KEY
                    DISPLAY "Item " RO-ITEM-NO " pinned."
              END-REWRITE
           ELSE
              WRITE Reorder-Record
                 INVALID KEY
                    DISPLAY "Unable to add reorder record."
                 NOT INVALID KEY
                    DISPLAY "Item " RO-ITEM-NO " pinned."
              END-WRITE
           END-IF.
           CLOSE Reorder-File.

       UNPIN-ITEM.
           DISPLAY "Enter item number to unpin:".
           ACCEPT WS-ITEM-NO-ENTRY.
           MOVE WS-ITEM-NO-ENTRY TO RO-ITEM-NO.
           OPEN I-O Reorder-File.
           IF WS-RO-STATUS = "35"
              DISPLAY "No reorder records on file."
           ELSE
              READ Reorder-File
                 INVALID KEY
                    DISPLAY "Item has no reorder record."
                 NOT INVALID KEY
                    IF RO-PINNED-BY-HAND
                       MOVE "N" TO RO-PINNED
                       REWRITE Reorder-Record
                          INVALID KEY
                             DISPLAY "Unable to update reorder record."
                          NOT INVALID KEY
                             DISPLAY "Item " RO-ITEM-NO " unpinned."
                       END-REWRITE
                    ELSE
                       DISPLAY "Item is not pinned."
                    END-IF
              END-READ
              CLOSE Reorder-File
           END-IF.

      *>----------------------------------------------------------
      *> Shared helper - opens the reorder file for update,
      *> creating it first on a fresh system.
      *>----------------------------------------------------------
       OPEN-REORDER-IO.
           OPEN I-O Reorder-File.
           IF WS-RO-STATUS = "35"
              OPEN OUTPUT Reorder-File
              CLOSE Reorder-File
              OPEN I-O Reorder-File
           END-IF.

      *>----------------------------------------------------------
      *> Keyed-quantity edit, the same as in Vendor_Invoice_Entry:
      *> a whole number of units, no sign, no decimal point.
      *>----------------------------------------------------------
       EDIT-QTY-ENTRY.
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
                 DISPLAY "Not a quantity, try again."
              ELSE
                 COMPUTE WS-EDIT-WORK-NUM =
                    FUNCTION NUMVAL(WS-EDIT-INPUT)
                 IF WS-EDIT-WORK-NUM > 99999
                    DISPLAY "Quantity cannot exceed 99999, try again."
                 ELSE
                    MOVE WS-EDIT-WORK-NUM TO WS-EDITED-QTY
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
