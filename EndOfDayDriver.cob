      * it was the mornings accounting loaded yesterday's numbers.
      * A step that failed or abended can be rerun; the chain picks
      * up at the first step not yet clean.
      *
      * Modification history:
      *   The close now starts with an operator sign-on, so the run is
      *   started by a known operator; the steps it calls are batch
      *   programs and stamp their own rows BATCH.
      *   The general ledger journal now runs as step 2, straight after
      *   the batch update, so the day's journal is built from the
      *   finished day's rows; the later steps move down one. A journal
      *   that does not balance fails the step and stops the chain.
      *   The master file backup now runs as step 1, ahead of the batch
      *   update, so each night's generation holds the files as they
      *   stood before the close touched them; the later steps move down
      *   one. A backup that fails stops the chain before anything is
      *   updated.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Run-Status-File.
       COPY "RUNSTAT.CPY".

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

       01 WS-RS-STATUS     PIC XX.

       01 WS-RS-EOF-SWITCH PIC X VALUE "N".
           88 RS-END-OF-FILE   VALUE "Y".

       01 WS-STEP-TABLE.
           05 WS-STEP-DEF OCCURS 7 TIMES.
              10 WS-S-PROGRAM PIC X(30).
              10 WS-S-NAME    PIC X(24).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-UP-STEP-TABLE.
           DISPLAY "End-of-day close for " WS-RUN-DATE ".".
           DISPLAY "Run the month-end steps as well (Y/N)?".
           ACCEPT WS-MONTH-END-ANSWER.
           IF WS-MONTH-END-ANSWER = "Y" OR WS-MONTH-END-ANSWER = "y"
              MOVE 7 TO WS-LAST-STEP
           ELSE
              MOVE 5 TO WS-LAST-STEP
           END-IF.
           PERFORM LOAD-RUN-STATUS.
           IF RS-TABLE-OVERFLOWED
           STOP RUN.

      *>----------------------------------------------------------
      *> The close order is fixed here and nowhere else: 1-5 every
      *> night, 6-7 only at month end.
      *>----------------------------------------------------------
       SET-UP-STEP-TABLE.
           MOVE "Master_File_Backup"       TO WS-S-PROGRAM (1).
           MOVE "MASTER FILE BACKUP"       TO WS-S-NAME (1).
           MOVE "Batch_Inventory_Update"   TO WS-S-PROGRAM (2).
           MOVE "BATCH INVENTORY UPDATE"   TO WS-S-NAME (2).
           MOVE "General_Ledger_Journal"   TO WS-S-PROGRAM (3).
           MOVE "GENERAL LEDGER JOURNAL"   TO WS-S-NAME (3).
           MOVE "Purchase_Order_Generation" TO WS-S-PROGRAM (4).
           MOVE "PURCHASE ORDER GENERATION" TO WS-S-NAME (4).
           MOVE "Inventory_CSV_Export"     TO WS-S-PROGRAM (5).
           MOVE "CSV EXPORT"               TO WS-S-NAME (5).
           MOVE "Month_End_Snapshot"       TO WS-S-PROGRAM (6).
           MOVE "MONTH-END SNAPSHOT"       TO WS-S-NAME (6).
           MOVE "Audit_Log_Reconciliation" TO WS-S-PROGRAM (7).
           MOVE "AUDIT LOG RECONCILIATION" TO WS-S-NAME (7).

       LOAD-RUN-STATUS.
           OPEN INPUT Run-Status-File.
              WRITE Run-Status-Record
           END-PERFORM.
           CLOSE Run-Status-File.

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
