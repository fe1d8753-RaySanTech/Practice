      *
      * Operator_Maintenance - counter menu for the operator master
      * that every counter program signs on against. Each operator
      * has an ID, a name, a password, and an authority level:
      * clerk, buyer, or supervisor. Clerks ring sales, take
      * returns, key counts and receipts; buyers can also reprice,
      * queue pending price changes, discontinue and reactivate
      * items, and cancel PO lines; supervisors can do all of that
      * plus post count variances, key customer payments and credit
      * limits, and keep this file. Only a supervisor signs on here.
      * An operator who leaves is revoked, not deleted, so the rows
      * they keyed still name someone on the master.
      * On a fresh system with no operators on file there is nobody
      * to sign on, so the program skips the sign-on and takes the
      * first operator, who must be a supervisor.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Operator_Maintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       01 WS-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-FILE       VALUE "Y".

       01 WS-OP-ID-ENTRY    PIC X(5).
       01 WS-LEVEL-ENTRY    PIC X.
       01 WS-PASSWORD-ENTRY PIC X(10).
       01 WS-STATUS-ANSWER  PIC X.

       01 WS-OP-FOUND-SWITCH PIC X VALUE "N".
           88 OPERATOR-FOUND     VALUE "Y".
           88 OPERATOR-NOT-FOUND VALUE "N".

       01 WS-EMPTY-SWITCH   PIC X VALUE "N".
           88 NO-OPERATORS-ON-FILE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOOP.
           PERFORM CHECK-FOR-OPERATORS.
           IF NO-OPERATORS-ON-FILE
              DISPLAY "No operators on file. The first operator"
                 " set up must be a supervisor."
              PERFORM ADD-FIRST-SUPERVISOR
              STOP RUN
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           IF NOT SIGNON-SUPERVISOR
              DISPLAY "Operator maintenance needs a supervisor"
                 " sign-on."
              STOP RUN
           END-IF.

           DISPLAY "1. List operators".
           DISPLAY "2. Add operator".
           DISPLAY "3. Change operator".
           DISPLAY "4. Revoke or restore operator".
           DISPLAY "5. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT Choice.

           IF Choice = "1" THEN
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT Operator-File
              PERFORM UNTIL END-OF-FILE
                 READ Operator-File NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                       DISPLAY OP-ID, " ", OP-NAME, " level ",
                          OP-LEVEL, " status ", OP-STATUS
                 END-READ
              END-PERFORM
              CLOSE Operator-File
           END-IF.

           IF Choice = "2" THEN
              DISPLAY "Enter operator ID:"
              ACCEPT WS-OP-ID-ENTRY
              PERFORM FIND-OPERATOR
              IF OPERATOR-FOUND
                 DISPLAY "Operator already exists. Add rejected."
              ELSE
                 IF WS-OP-ID-ENTRY = SPACES
                    OR WS-OP-ID-ENTRY = "BATCH"
                    DISPLAY "Not a usable operator ID. Add rejected."
                 ELSE
                    MOVE WS-OP-ID-ENTRY TO OP-ID
                    DISPLAY "Enter operator name:"
                    ACCEPT OP-NAME
                    PERFORM TAKE-PASSWORD
                    PERFORM TAKE-LEVEL
                    MOVE "A" TO OP-STATUS
                    OPEN I-O Operator-File
                    WRITE Operator-Record
                       INVALID KEY
                          DISPLAY "Unable to add operator, duplicate"
                             " key."
                    END-WRITE
                    CLOSE Operator-File
                 END-IF
              END-IF
           END-IF.

           IF Choice = "3" THEN
              DISPLAY "Enter operator ID to change:"
              ACCEPT WS-OP-ID-ENTRY
              MOVE WS-OP-ID-ENTRY TO OP-ID
              OPEN I-O Operator-File
              READ Operator-File
                 INVALID KEY
                    DISPLAY "Operator not found."
                 NOT INVALID KEY
                    DISPLAY "Enter new name:"
                    ACCEPT OP-NAME
                    PERFORM TAKE-PASSWORD
                    IF OP-ID = WS-SIGNON-ID
                       DISPLAY "Level unchanged - you cannot change"
                          " your own level."
                    ELSE
                       PERFORM TAKE-LEVEL
                    END-IF
                    REWRITE Operator-Record
                       INVALID KEY
                          DISPLAY "Unable to update operator."
                    END-REWRITE
              END-READ
              CLOSE Operator-File
           END-IF.

           IF Choice = "4" THEN
              DISPLAY "Enter operator ID:"
              ACCEPT WS-OP-ID-ENTRY
              IF WS-OP-ID-ENTRY = WS-SIGNON-ID
                 DISPLAY "You cannot revoke your own sign-on."
              ELSE
                 MOVE WS-OP-ID-ENTRY TO OP-ID
                 OPEN I-O Operator-File
                 READ Operator-File
                    INVALID KEY
                       DISPLAY "Operator not found."
                    NOT INVALID KEY
                       PERFORM SET-OPERATOR-STATUS
                 END-READ
                 CLOSE Operator-File
              END-IF
           END-IF.

           STOP RUN.

      *>----------------------------------------------------------
      *> A fresh system has no operator file, or an empty one.
      *> Either way nobody can sign on yet.
      *>----------------------------------------------------------
       CHECK-FOR-OPERATORS.
           MOVE "N" TO WS-EMPTY-SWITCH.
           OPEN INPUT Operator-File.
           IF WS-OPR-STATUS = "35"
              SET NO-OPERATORS-ON-FILE TO TRUE
           ELSE
              READ Operator-File NEXT RECORD
                 AT END SET NO-OPERATORS-ON-FILE TO TRUE
              END-READ
              CLOSE Operator-File
           END-IF.

       ADD-FIRST-SUPERVISOR.
           MOVE SPACES TO WS-OP-ID-ENTRY.
           PERFORM UNTIL WS-OP-ID-ENTRY NOT = SPACES
              AND WS-OP-ID-ENTRY NOT = "BATCH"
              DISPLAY "Enter supervisor operator ID:"
              ACCEPT WS-OP-ID-ENTRY
           END-PERFORM.
           MOVE WS-OP-ID-ENTRY TO OP-ID.
           DISPLAY "Enter supervisor name:".
           ACCEPT OP-NAME.
           PERFORM TAKE-PASSWORD.
           MOVE "S" TO OP-LEVEL.
           MOVE "A" TO OP-STATUS.
           PERFORM OPEN-OPERATOR-IO.
           WRITE Operator-Record
              INVALID KEY
                 DISPLAY "Unable to add operator."
              NOT INVALID KEY
                 DISPLAY "Supervisor " OP-ID " set up. Sign on as"
                    " them to add the rest."
           END-WRITE.
           CLOSE Operator-File.

      *>----------------------------------------------------------
      *> Shared helper - looks up WS-OP-ID-ENTRY on the operator
      *> master and leaves OPERATOR-FOUND / OPERATOR-NOT-FOUND set,
      *> the same way Vendor_Maintenance's FIND-VENDOR works.
      *>----------------------------------------------------------
       FIND-OPERATOR.
           SET OPERATOR-NOT-FOUND TO TRUE.
           MOVE WS-OP-ID-ENTRY TO OP-ID.
           OPEN INPUT Operator-File.
           IF WS-OPR-STATUS NOT = "35"
              READ Operator-File
                 INVALID KEY SET OPERATOR-NOT-FOUND TO TRUE
                 NOT INVALID KEY SET OPERATOR-FOUND TO TRUE
              END-READ
              CLOSE Operator-File
           END-IF.

      *>----------------------------------------------------------
      *> Shared helper - opens the operator master for update,
      *> creating it first on a fresh system.
      *>----------------------------------------------------------
       OPEN-OPERATOR-IO.
           OPEN I-O Operator-File.
           IF WS-OPR-STATUS = "35"
              OPEN OUTPUT Operator-File
              CLOSE Operator-File
              OPEN I-O Operator-File
           END-IF.

      *>----------------------------------------------------------
      *> A blank password would let anyone sign on as the operator
      *> by pressing Enter, so one is required.
      *>----------------------------------------------------------
       TAKE-PASSWORD.
           MOVE SPACES TO WS-PASSWORD-ENTRY.
           PERFORM UNTIL WS-PASSWORD-ENTRY NOT = SPACES
              DISPLAY "Enter password:"
              ACCEPT WS-PASSWORD-ENTRY
              IF WS-PASSWORD-ENTRY = SPACES
                 DISPLAY "A password is required."
              END-IF
           END-PERFORM.
           MOVE WS-PASSWORD-ENTRY TO OP-PASSWORD.

       TAKE-LEVEL.
           MOVE SPACES TO WS-LEVEL-ENTRY.
           PERFORM UNTIL WS-LEVEL-ENTRY = "C"
              OR WS-LEVEL-ENTRY = "B"
              OR WS-LEVEL-ENTRY = "S"
              DISPLAY "Level C(lerk), B(uyer) or S(upervisor):"
              ACCEPT WS-LEVEL-ENTRY
              IF WS-LEVEL-ENTRY = "c"
                 MOVE "C" TO WS-LEVEL-ENTRY
              END-IF
              IF WS-LEVEL-ENTRY = "b"
                 MOVE "B" TO WS-LEVEL-ENTRY
              END-IF
              IF WS-LEVEL-ENTRY = "s"
                 MOVE "S" TO WS-LEVEL-ENTRY
              END-IF
              IF WS-LEVEL-ENTRY NOT = "C"
                 AND WS-LEVEL-ENTRY NOT = "B"
                 AND WS-LEVEL-ENTRY NOT = "S"
                 DISPLAY "Enter C, B, or S."
              END-IF
           END-PERFORM.
           MOVE WS-LEVEL-ENTRY TO OP-LEVEL.

       SET-OPERATOR-STATUS.
           IF OP-REVOKED
              DISPLAY OP-NAME " is revoked. Restore (Y/N)?"
              ACCEPT WS-STATUS-ANSWER
              IF WS-STATUS-ANSWER = "Y" OR WS-STATUS-ANSWER = "y"
                 MOVE "A" TO OP-STATUS
              END-IF
           ELSE
              DISPLAY OP-NAME " is active. Revoke (Y/N)?"
              ACCEPT WS-STATUS-ANSWER
              IF WS-STATUS-ANSWER = "Y" OR WS-STATUS-ANSWER = "y"
                 MOVE "R" TO OP-STATUS
              END-IF
           END-IF.
           REWRITE Operator-Record
              INVALID KEY
                 DISPLAY "Unable to update operator."
              NOT INVALID KEY
                 DISPLAY "Operator " OP-ID " status " OP-STATUS "."
           END-REWRITE.

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
