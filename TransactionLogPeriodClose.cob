      * irreversible rewrite, so a finger-slip must never reach the
      * files. A cut date at or before the last close is refused,
      * so a period cannot be closed twice.
      *
      * Modification history:
      *   The program now starts with an operator sign-on. The operator
      *   ID on each log row rides through to the archive and to the
      *   rows kept on the live log.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Transaction-Log-File.
           05 ARC-FIELD     PIC X(08).
           05 ARC-OLD-VALUE PIC 9(07)V99.
           05 ARC-NEW-VALUE PIC 9(07)V99.
           05 ARC-OPERATOR-ID PIC X(05).

       FD Log-Baseline-File.
       COPY "TXNBASE.CPY".
           05 STG-QTY-SEEN   PIC X(01).
           05 STG-PRC-SEEN   PIC X(01).

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

       01 WS-TXN-STATUS    PIC XX.
       01 WS-ARC-STATUS    PIC XX.
       01 WS-BAS-STATUS    PIC XX.
              10 WS-K-FIELD     PIC X(08).
              10 WS-K-OLD-VALUE PIC 9(07)V99.
              10 WS-K-NEW-VALUE PIC 9(07)V99.
              10 WS-K-OPERATOR-ID PIC X(05).

       01 WS-KEPT-SUB      PIC 9(5).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           MOVE "Enter period end date (YYYYMMDD):"
              TO WS-EDIT-PROMPT.
           PERFORM EDIT-DATE-ENTRY.
              MOVE TXN-FIELD     TO ARC-FIELD
              MOVE TXN-OLD-VALUE TO ARC-OLD-VALUE
              MOVE TXN-NEW-VALUE TO ARC-NEW-VALUE
              MOVE TXN-OPERATOR-ID TO ARC-OPERATOR-ID
              WRITE Archive-Record
              PERFORM ROLL-BASELINE-FORWARD
           ELSE
              MOVE TXN-FIELD     TO WS-K-FIELD (WS-KEPT-COUNT)
              MOVE TXN-OLD-VALUE TO WS-K-OLD-VALUE (WS-KEPT-COUNT)
              MOVE TXN-NEW-VALUE TO WS-K-NEW-VALUE (WS-KEPT-COUNT)
              MOVE TXN-OPERATOR-ID TO WS-K-OPERATOR-ID (WS-KEPT-COUNT)
           END-IF.

      *>----------------------------------------------------------
              MOVE WS-K-FIELD (WS-KEPT-SUB)     TO TXN-FIELD
              MOVE WS-K-OLD-VALUE (WS-KEPT-SUB) TO TXN-OLD-VALUE
              MOVE WS-K-NEW-VALUE (WS-KEPT-SUB) TO TXN-NEW-VALUE
              MOVE WS-K-OPERATOR-ID (WS-KEPT-SUB) TO TXN-OPERATOR-ID
              WRITE Transaction-Log-Record
           END-PERFORM.
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
