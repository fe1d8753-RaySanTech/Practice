      * Inventory-Record, and only a number that exists on the
      * master is accepted - a typo here would route an item's
      * orders to a vendor that does not exist.
      *
      * Modification history:
      *   The program now starts with an operator sign-on.
      *   Assigning an item to a vendor now also takes the vendor's own
      *   part number for it, printed on the purchase order; a
      *   reassignment replaces it, since the old vendor's number means
      *   nothing to the new one.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
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
       FD Vendor-File.
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
       01 WS-VEN-STATUS     PIC XX.
       01 WS-INV-STATUS     PIC XX.

       01 WS-VEN-NO-ENTRY   PIC X(5).
       01 WS-ITEM-NO-ENTRY  PIC X(10).
       01 WS-PART-NO-ENTRY  PIC X(20).

       01 WS-VEN-FOUND-SWITCH PIC X VALUE "N".
           88 VENDOR-FOUND       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "1. List vendors".
           DISPLAY "2. Add vendor".
           DISPLAY "3. Change vendor".
                       INVALID KEY
                          DISPLAY "Item not found."
                       NOT INVALID KEY
                          DISPLAY "Enter vendor's part number"
                             " (blank if none):"
                          MOVE SPACES TO WS-PART-NO-ENTRY
                          ACCEPT WS-PART-NO-ENTRY
                          MOVE WS-VEN-NO-ENTRY TO Vendor-No
                          MOVE WS-PART-NO-ENTRY TO Vendor-Part-No
                          REWRITE Inventory-Record
                             INVALID KEY
                                DISPLAY "Unable to update item."
              CLOSE Vendor-File
              OPEN I-O Vendor-File
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
