      *   set and recomputes the total. The transaction log row is
      *   still the old and new total, so the reconciliation chain
      *   reads exactly as before.
      *   The program now starts with an operator sign-on. Price
      *   changes, discontinue, and reactivate need a buyer or
      *   supervisor, and every transaction log row written carries
      *   the signed-on operator's ID.
      *   Items carry the manufacturer's UPC now, an alternate key
      *   on the stock file. Every item prompt takes either the
      *   ITEM-NO or the UPC, an add asks for the UPC, and a new
      *   option sets or clears it; a UPC already on another item
      *   is refused.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Transaction-Log-File Assign To "invtxnlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       FD Price-History-File.
       COPY "PRICEHIST.CPY".

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

       01 Choice          PIC X.
       01 ITEM-NO-SEARCH  PIC X(14).
       01 QUANTITY-CHANGE PIC 9(5).
       01 PRICE-CHANGE    PIC 9(5)V99.

       01 WS-EDIT-OK-SWITCH  PIC X VALUE "N".
           88 EDIT-OK            VALUE "Y".

      *> UPC entry: keyed into a field wider than the UPC so an
      *> overlong entry is caught rather than cut short, and
      *> checked against every other item before it is accepted.
       01 WS-UPC-INPUT       PIC X(20).
       01 WS-UPC-LENGTH      PIC 9(2).
       01 WS-EDITED-UPC      PIC X(14).
       01 WS-UPC-ITEM-NO     PIC X(10).

       01 WS-AS-OF-DATE     PIC X(8).
       01 WS-BEST-PRICE     PIC 9(5)V99.
       01 WS-BEST-DATE      PIC X(8) VALUE LOW-VALUES.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "1. List inventory".
           DISPLAY "2. Add new item".
           DISPLAY "3. Search for item".
           DISPLAY "7. View price history".
           DISPLAY "8. Discontinue item".
           DISPLAY "9. Reactivate item".
           DISPLAY "U. Change item UPC".
           DISPLAY "Eneter your choice:".
           ACCEPT CHOICE.

           IF (CHOICE = "5" OR CHOICE = "8" OR CHOICE = "9")
              AND NOT SIGNON-BUYER-UP
              DISPLAY "That option needs a buyer or supervisor"
                 " sign-on."
              MOVE "6" TO CHOICE
           END-IF.

           IF CHOICE = "1" THEN
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT Inventory-File
                 DISPLAY "Enter item number:"
                 ACCEPT ITEM-NO-SEARCH
                 PERFORM FIND-ITEM
                 EVALUATE TRUE
                    WHEN ITEM-NO-SEARCH (11:4) NOT = SPACES
                       DISPLAY "Item numbers are 10 characters at most."
                          " Add rejected."
                    WHEN ITEM-FOUND
                       DISPLAY "Item number already exists."
                          " Add rejected."
                    WHEN OTHER
                       MOVE ITEM-NO-SEARCH TO WS-UPC-ITEM-NO
                       PERFORM EDIT-UPC-ENTRY
                       MOVE ITEM-NO-SEARCH TO ITEM-NO
                       DISPLAY "Enter description:"
                       ACCEPT Description
                       MOVE "Enter quantity:" TO WS-EDIT-PROMPT
                       PERFORM EDIT-QUANTITY-ENTRY
                       MOVE WS-EDITED-QUANTITY TO QUANTITY
                       MOVE "Enter price:" TO WS-EDIT-PROMPT
                       PERFORM EDIT-PRICE-ENTRY
                       MOVE WS-EDITED-PRICE TO PRICE
                       MOVE "A" TO Item-Status
                       MOVE SPACES TO Category-Code
                       MOVE SPACES TO Vendor-No
                       MOVE ZEROS TO Unit-Cost
                       MOVE QUANTITY TO Qty-Floor
                       MOVE ZEROS TO Qty-Back
                       MOVE WS-EDITED-UPC TO UPC-Code
                       MOVE SPACES TO Vendor-Part-No
                       PERFORM OPEN-INVENTORY-IO
                       WRITE Inventory-Record
                          INVALID KEY
                             DISPLAY "Unable to add item,"
                                " duplicate key."
                          NOT INVALID KEY
                             PERFORM LOG-ADD-TRANSACTION
                       END-WRITE
                       CLOSE Inventory-File
                 END-EVALUATE
                END-IF.

           IF CHOICE = "3" THEN
                 DISPLAY "Enter item number or UPC to search for:"
                 ACCEPT ITEM-NO-SEARCH
                 PERFORM FIND-ITEM
                 IF ITEM-FOUND
                       DISPLAY ITEM-NO, " ", Description, " ",
                          Quantity, " ", Price
                    END-IF
                    IF UPC-Code NOT = SPACES
                       DISPLAY "   UPC ", UPC-Code
                    END-IF
                 ELSE
                    DISPLAY "Item not found."
                 END-IF
                END-IF.

           IF CHOICE = "4" THEN
              DISPLAY "Enter item number or UPC to change:"
              ACCEPT ITEM-NO-SEARCH
              PERFORM RESOLVE-UPC-ENTRY
              MOVE ITEM-NO-SEARCH TO ITEM-NO
              PERFORM OPEN-INVENTORY-IO
              READ Inventory-File
           END-IF.

           IF CHOICE = "5" THEN
              DISPLAY "Enter item number or UPC to change:"
              ACCEPT ITEM-NO-SEARCH
              PERFORM RESOLVE-UPC-ENTRY
              MOVE ITEM-NO-SEARCH TO ITEM-NO
              PERFORM OPEN-INVENTORY-IO
              READ Inventory-File
              PERFORM VIEW-PRICE-HISTORY
           END-IF.

           IF CHOICE = "U" OR CHOICE = "u" THEN
              PERFORM CHANGE-ITEM-UPC
           END-IF.

           IF CHOICE = "8" THEN
              DISPLAY "Enter item number or UPC to discontinue:"
              ACCEPT ITEM-NO-SEARCH
              PERFORM RESOLVE-UPC-ENTRY
              MOVE ITEM-NO-SEARCH TO ITEM-NO
              PERFORM OPEN-INVENTORY-IO
              READ Inventory-File
           END-IF.

           IF CHOICE = "9" THEN
              DISPLAY "Enter item number or UPC to reactivate:"
              ACCEPT ITEM-NO-SEARCH
              PERFORM RESOLVE-UPC-ENTRY
              MOVE ITEM-NO-SEARCH TO ITEM-NO
              PERFORM OPEN-INVENTORY-IO
              READ Inventory-File
      *> and leaves ITEM-FOUND / ITEM-NOT-FOUND set. When found,
      *> the matching record is left in Inventory-Record. Used by
      *> both the search option and the add option, so an add can
      *> never silently create a duplicate ITEM-NO. An entry longer
      *> than an ITEM-NO can only be a UPC, and is looked up on the
      *> UPC key instead.
      *>----------------------------------------------------------
       FIND-ITEM.
           SET ITEM-NOT-FOUND TO TRUE.
           OPEN INPUT Inventory-File.
           IF WS-INV-STATUS NOT = "35"
              IF ITEM-NO-SEARCH (11:4) = SPACES
                 MOVE ITEM-NO-SEARCH TO ITEM-NO
                 READ Inventory-File
                    INVALID KEY SET ITEM-NOT-FOUND TO TRUE
                    NOT INVALID KEY SET ITEM-FOUND TO TRUE
                 END-READ
              ELSE
                 MOVE ITEM-NO-SEARCH TO UPC-Code
                 READ Inventory-File KEY IS UPC-Code
                    INVALID KEY SET ITEM-NOT-FOUND TO TRUE
                    NOT INVALID KEY SET ITEM-FOUND TO TRUE
                 END-READ
              END-IF
              CLOSE Inventory-File
           END-IF.

      *>----------------------------------------------------------
      *> Shared helper - turns a UPC keyed at an item prompt into
      *> the ITEM-NO it belongs to, so the options that read the
      *> item for update go on reading by ITEM-NO. A UPC on no
      *> item becomes a key no item can have, so the read that
      *> follows reports the item not found instead of matching
      *> whatever ITEM-NO the UPC's first ten digits happen to be.
      *>----------------------------------------------------------
       RESOLVE-UPC-ENTRY.
           IF ITEM-NO-SEARCH (11:4) NOT = SPACES
              PERFORM FIND-ITEM
              IF ITEM-FOUND
                 MOVE ITEM-NO TO ITEM-NO-SEARCH
              ELSE
                 MOVE HIGH-VALUES TO ITEM-NO-SEARCH
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> Sets or clears an item's UPC. The UPC edit checks it
      *> against every other item first, which reads over the
      *> record, so the item is read back by its ITEM-NO before
      *> the rewrite.
      *>----------------------------------------------------------
       CHANGE-ITEM-UPC.
           DISPLAY "Enter item number or UPC to change:".
           ACCEPT ITEM-NO-SEARCH.
           PERFORM FIND-ITEM.
           IF ITEM-NOT-FOUND
              DISPLAY "Item not found."
           ELSE
              DISPLAY ITEM-NO, " ", Description, " UPC ", UPC-Code
              MOVE ITEM-NO TO WS-UPC-ITEM-NO
              PERFORM EDIT-UPC-ENTRY
              MOVE WS-UPC-ITEM-NO TO ITEM-NO
              PERFORM OPEN-INVENTORY-IO
              READ Inventory-File
                 INVALID KEY
                    DISPLAY "Item not found."
                 NOT INVALID KEY
                    MOVE WS-EDITED-UPC TO UPC-Code
                    REWRITE Inventory-Record
                       INVALID KEY
                          DISPLAY "Unable to update item."
                       NOT INVALID KEY
                          DISPLAY "UPC updated."
                    END-REWRITE
              END-READ
              CLOSE Inventory-File
           END-IF.
              END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------
      *> A UPC is 12 to 14 digits - UPC-A, EAN-13, or a carton's
      *> 14-digit code - or blank for none. One already on another
      *> item is refused, since the register could only ever find
      *> one of the two; WS-UPC-ITEM-NO is the item being keyed, so
      *> re-keying its own UPC passes.
      *>----------------------------------------------------------
       EDIT-UPC-ENTRY.
           MOVE "N" TO WS-EDIT-OK-SWITCH.
           PERFORM UNTIL EDIT-OK
              DISPLAY "Enter UPC (blank for none):"
              MOVE SPACES TO WS-UPC-INPUT
              ACCEPT WS-UPC-INPUT
              MOVE ZEROS TO WS-UPC-LENGTH
              INSPECT WS-UPC-INPUT TALLYING WS-UPC-LENGTH
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-UPC-INPUT = SPACES
                 MOVE SPACES TO WS-EDITED-UPC
                 MOVE "Y" TO WS-EDIT-OK-SWITCH
              ELSE
                 IF WS-UPC-LENGTH < 12 OR WS-UPC-LENGTH > 14
                    DISPLAY "A UPC is 12 to 14 digits, try again."
                 ELSE
                    IF WS-UPC-INPUT (1:WS-UPC-LENGTH) IS NOT NUMERIC
                       OR WS-UPC-INPUT (WS-UPC-LENGTH + 1:) NOT = SPACES
                       DISPLAY "A UPC is digits only, try again."
                    ELSE
                       MOVE WS-UPC-INPUT TO WS-EDITED-UPC
                       PERFORM CHECK-UPC-NOT-TAKEN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-UPC-NOT-TAKEN.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           OPEN INPUT Inventory-File.
           IF WS-INV-STATUS NOT = "35"
              MOVE WS-EDITED-UPC TO UPC-Code
              READ Inventory-File KEY IS UPC-Code
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF ITEM-NO NOT = WS-UPC-ITEM-NO
                       DISPLAY "UPC is already on item " ITEM-NO
                          ", try again."
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                    END-IF
              END-READ
              CLOSE Inventory-File
           END-IF.

       EDIT-DATE-ENTRY.
           MOVE "N" TO WS-EDIT-OK-SWITCH.
           PERFORM UNTIL EDIT-OK
           MOVE "ADD"       TO TXN-FIELD.
           MOVE ZEROS       TO TXN-OLD-VALUE.
           MOVE Price       TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
           MOVE "QUANTITY"  TO TXN-FIELD.
           MOVE ZEROS       TO TXN-OLD-VALUE.
           MOVE Quantity    TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
           MOVE "QUANTITY"      TO TXN-FIELD.
           MOVE WS-OLD-QUANTITY TO TXN-OLD-VALUE.
           MOVE Quantity        TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
           MOVE "STATUS"            TO TXN-FIELD.
           MOVE WS-OLD-STATUS-VALUE TO TXN-OLD-VALUE.
           MOVE WS-NEW-STATUS-VALUE TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
           MOVE "PRICE"      TO TXN-FIELD.
           MOVE WS-OLD-PRICE TO TXN-OLD-VALUE.
           MOVE Price        TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
      *> Inventory-File apply - the item has never been repriced.
      *>----------------------------------------------------------
       VIEW-PRICE-HISTORY.
           DISPLAY "Enter item number or UPC:".
           ACCEPT ITEM-NO-SEARCH.
           PERFORM RESOLVE-UPC-ENTRY.
           MOVE "Enter as-of date (YYYYMMDD):" TO WS-EDIT-PROMPT.
           PERFORM EDIT-DATE-ENTRY.
           MOVE WS-EDITED-DATE TO WS-AS-OF-DATE.
                 SET PH-FOUND TO TRUE
              END-IF
           END-IF.

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
