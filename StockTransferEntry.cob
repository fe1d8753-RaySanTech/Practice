      * TRANSFER row carrying the floor quantity before and after -
      * its own TXN-FIELD, so the shrinkage story never mistakes a
      * trip to the back room for stock appearing or disappearing.
      *
      * Modification history:
      *   The program now starts with an operator sign-on, and each
      *   TRANSFER row on the transaction log carries the operator's ID.
      *   The item prompt takes the UPC off the carton or shelf tag as
      *   well as the ITEM-NO; a UPC is looked up on the stock file's UPC
      *   key for the item it belongs to.
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
               FILE STATUS IS WS-TXN-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       FD Transaction-Log-File.
       COPY "TXNLOG.CPY".

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
       01 WS-TXN-STATUS    PIC XX.

       01 WS-ITEM-NO-ENTRY PIC X(14).
       01 WS-DIRECTION     PIC X.
       01 WS-TRANSFER-QTY  PIC 9(5).
       01 WS-OLD-FLOOR-QTY PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           OPEN I-O Inventory-File.
           IF WS-INV-STATUS = "35"
              DISPLAY "No inventory items."
           STOP RUN.

       ENTER-TRANSFER-LINE.
           DISPLAY "Enter item number or UPC (or END to finish):".
           ACCEPT WS-ITEM-NO-ENTRY.
           IF WS-ITEM-NO-ENTRY = "END" OR WS-ITEM-NO-ENTRY = "end"
              SET ENTRY-DONE TO TRUE
           ELSE
              PERFORM RESOLVE-UPC-ENTRY
              MOVE WS-ITEM-NO-ENTRY TO ITEM-NO
              READ Inventory-File
                 INVALID KEY
           MOVE "TRANSFER"       TO TXN-FIELD.
           MOVE WS-OLD-FLOOR-QTY TO TXN-OLD-VALUE.
           MOVE Qty-Floor        TO TXN-NEW-VALUE.
           MOVE WS-SIGNON-ID TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.

      *>----------------------------------------------------------
      *> Turns a UPC keyed or scanned at the item prompt into the
      *> ITEM-NO it belongs to. An entry longer than an ITEM-NO can
      *> only be a UPC; one on no item becomes a key no item can
      *> have, so the read that follows reports it not found
      *> instead of matching whatever ITEM-NO its first ten digits
      *> happen to be.
      *>----------------------------------------------------------
       RESOLVE-UPC-ENTRY.
           IF WS-ITEM-NO-ENTRY (11:4) NOT = SPACES
              MOVE WS-ITEM-NO-ENTRY TO UPC-Code
              READ Inventory-File KEY IS UPC-Code
                 INVALID KEY
                    MOVE HIGH-VALUES TO WS-ITEM-NO-ENTRY
                 NOT INVALID KEY
                    MOVE ITEM-NO TO WS-ITEM-NO-ENTRY
              END-READ
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
