      * with its story instead of being quietly deleted. Only open
      * "O" lines can be cancelled; received lines are history and
      * header rows are not lines.
      *
      * Modification history:
      *   The program now starts with an operator sign-on and takes a
      *   buyer or supervisor. A cancelled line is stamped with the
      *   operator's ID and the date it was cancelled.
      *   The rewrite carries the cost confirmed at receiving through
      *   on every row.
      *   The order rewrite carries the vendor's part number through.
      *   The order rewrite carries the received date through.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Purchase-Order-File.
       COPY "PORDER.CPY".

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

       01 WS-PO-STATUS     PIC XX.

       01 WS-PO-EOF-SWITCH PIC X VALUE "N".
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
       01 WS-ITEM-NO-ENTRY PIC X(10).
       01 WS-CANCEL-REASON PIC X(30).
       01 WS-LOG-DATE      PIC X(8).
       01 WS-LINES-SHOWN   PIC 9(4).
       01 WS-CANCELLED-COUNT PIC 9(4) VALUE ZEROS.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           IF NOT SIGNON-BUYER-UP
              DISPLAY "Cancelling PO lines needs a buyer or"
                 " supervisor sign-on."
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

       SHOW-OPEN-LINES.
                 MOVE "X" TO WS-R-STATUS (WS-PO-SUB)
                 MOVE WS-CANCEL-REASON
                    TO WS-R-CANCEL-REASON (WS-PO-SUB)
                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
                 MOVE WS-SIGNON-ID TO WS-R-OPERATOR-ID (WS-PO-SUB)
                 MOVE WS-LOG-DATE  TO WS-R-CHANGE-DATE (WS-PO-SUB)
                 ADD 1 TO WS-CANCELLED-COUNT
                 DISPLAY "Line cancelled: "
                    WS-R-ITEM-NO (WS-PO-SUB)
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
