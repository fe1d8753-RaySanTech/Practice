      * code onto the Inventory-Record, and only a code that exists
      * on the master is accepted - a typo here would silently
      * shuffle value between departments at month-end.
      *
      * Modification history:
      *   Each category now carries its sales-tax flag, keyed on add
      *   and change as T (taxable) or E (exempt) and shown on the
      *   listing, so the register knows which departments to tax.
      *   The program now starts with an operator sign-on.
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
       FD Category-File.
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
       01 WS-CAT-STATUS     PIC XX.
       01 WS-INV-STATUS     PIC XX.

       01 WS-CAT-CODE-ENTRY PIC X(4).
       01 WS-ITEM-NO-ENTRY  PIC X(10).
       01 WS-TAX-FLAG-ENTRY PIC X.

       01 WS-CAT-FOUND-SWITCH PIC X VALUE "N".
           88 CATEGORY-FOUND     VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "1. List categories".
           DISPLAY "2. Add category".
           DISPLAY "3. Change category".
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                          DISPLAY CAT-CODE, " ", CAT-DESCRIPTION,
                             " GL ", CAT-GL-ACCOUNT,
                             " TAX ", CAT-TAX-FLAG
                    END-READ
                 END-PERFORM
                 CLOSE Category-File
                 ACCEPT CAT-DESCRIPTION
                 DISPLAY "Enter GL account:"
                 ACCEPT CAT-GL-ACCOUNT
                 PERFORM TAKE-TAX-FLAG
                 PERFORM OPEN-CATEGORY-IO
                 WRITE Category-Record
                    INVALID KEY
                    ACCEPT CAT-DESCRIPTION
                    DISPLAY "Enter new GL account:"
                    ACCEPT CAT-GL-ACCOUNT
                    PERFORM TAKE-TAX-FLAG
                    REWRITE Category-Record
                       INVALID KEY
                          DISPLAY "Unable to update category."
              CLOSE Category-File
           END-IF.

      *>----------------------------------------------------------
      *> Sales-tax flag for the department: T taxable or E exempt,
      *> re-prompted until it is one or the other, since a wrong
      *> flag here mis-charges every sale in the department.
      *>----------------------------------------------------------
       TAKE-TAX-FLAG.
           MOVE SPACES TO WS-TAX-FLAG-ENTRY.
           PERFORM UNTIL WS-TAX-FLAG-ENTRY = "T"
              OR WS-TAX-FLAG-ENTRY = "E"
              DISPLAY "Sales tax T(axable) or E(xempt):"
              ACCEPT WS-TAX-FLAG-ENTRY
              IF WS-TAX-FLAG-ENTRY = "t"
                 MOVE "T" TO WS-TAX-FLAG-ENTRY
              END-IF
              IF WS-TAX-FLAG-ENTRY = "e"
                 MOVE "E" TO WS-TAX-FLAG-ENTRY
              END-IF
              IF WS-TAX-FLAG-ENTRY NOT = "T"
                 AND WS-TAX-FLAG-ENTRY NOT = "E"
                 DISPLAY "Enter T or E."
              END-IF
           END-PERFORM.
           MOVE WS-TAX-FLAG-ENTRY TO CAT-TAX-FLAG.

      *>----------------------------------------------------------
      *> Shared helper - opens the category master for update,
      *> creating it first on a fresh system.
              CLOSE Category-File
              OPEN I-O Category-File
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
