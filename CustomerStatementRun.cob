      * master now. Every account prints, activity or not, so a
      * balance nobody is paying down stays visible instead of
      * slipping off the paperwork.
      *
      * Modification history:
      *   The program now starts with an operator sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Customer-File.
       FD Statement-Report-File.
       01 Statement-Report-Line PIC X(132).

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

       01 WS-CUS-STATUS     PIC XX.
       01 WS-SO-STATUS      PIC XX.
       01 WS-PAY-STATUS     PIC XX.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           DISPLAY "Enter statement month (YYYYMM):".
           ACCEPT WS-STATEMENT-MONTH.
           OPEN INPUT Customer-File.
              END-PERFORM
              CLOSE Customer-Payment-File
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
