      *
      * Master_File_Restore - puts the master and control files
      * back from a backup generation written by Master_File_Backup,
      * and can then roll inventory.dat forward from the
      * transaction log so the day's movement after the backup is
      * not lost with it. The supervisor picks the generation by
      * its backup date off the catalog; a generation with a failed
      * copy is refused outright. Every file the generation copied
      * is written back and counted against the catalog, and a file
      * that was not on disk when the backup ran is left as it is.
      * When rolling forward, the live transaction log is kept and
      * its rows past the backup point - the log's record count in
      * the catalog - are replayed against the restored stock file
      * up to the through date keyed (the backup date by default).
      * The backup point is proved before anything is restored: the
      * live log must still hold the backup's last row at the same
      * position, or a period close or a rewrite has moved the log
      * since and the roll-forward is refused. Without a
      * roll-forward the log is restored with the other files, so
      * the log and the stock file still tell the same story. Only
      * inventory.dat is rolled forward; the other files come back
      * as they stood at the backup. A row replayed against a
      * quantity or price that does not match its old value, an
      * item added after the backup (the log does not carry its
      * description), and a row for an item not on the restored
      * file are listed on the restore report for someone to look
      * at. Run it with nobody at the counters. Needs a supervisor
      * sign-on.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Master_File_Restore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Inventory-File Assign To "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-TGT-STATUS.

           Select Customer-File Assign To "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-TGT-STATUS.

           Select Vendor-File Assign To "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-NO
               FILE STATUS IS WS-TGT-STATUS.

           Select Category-File Assign To "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-TGT-STATUS.

           Select Reorder-File Assign To "reorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-ITEM-NO
               FILE STATUS IS WS-TGT-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPR-STATUS.

           Select Target-File Assign To DYNAMIC WS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.

           Select Generation-File Assign To DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           Select Backup-Catalog-File Assign To "backupcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           Select Transaction-Log-File Assign To "invtxnlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           Select Restore-Report-File Assign To "restore.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       COPY "INVREC.CPY".

       FD Customer-File.
       COPY "CUSTOMER.CPY".

       FD Vendor-File.
       COPY "VENDOR.CPY".

       FD Category-File.
       COPY "CATEGORY.CPY".

       FD Reorder-File.
       COPY "REORDER.CPY".

       FD Operator-File.
       COPY "OPERATOR.CPY".

      *> Any line sequential file being put back, written line for
      *> line from its copy.
       FD Target-File.
       01 Target-Record    PIC X(512).

      *> A backup copy - a line per record of whatever file it
      *> holds, indexed masters included.
       FD Generation-File.
       01 Generation-Record PIC X(512).

       FD Backup-Catalog-File.
       COPY "BKCATALOG.CPY".

       FD Transaction-Log-File.
       COPY "TXNLOG.CPY".

       FD Restore-Report-File.
       01 Restore-Report-Line PIC X(132).

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

       01 WS-TGT-STATUS    PIC XX.
       01 WS-GEN-STATUS    PIC XX.
       01 WS-CAT-STATUS    PIC XX.
       01 WS-TXN-STATUS    PIC XX.
       01 WS-RPT-STATUS    PIC XX.

       01 WS-GEN-EOF-SWITCH PIC X VALUE "N".
           88 GEN-END-OF-FILE  VALUE "Y".

       01 WS-CAT-EOF-SWITCH PIC X VALUE "N".
           88 CAT-END-OF-FILE  VALUE "Y".

       01 WS-TXN-EOF-SWITCH PIC X VALUE "N".
           88 TXN-END-OF-FILE  VALUE "Y".

      *> The generations on the catalog, one entry per slot, for
      *> the list the supervisor picks from.
       01 WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 99 TIMES.
              10 WS-SL-DATE       PIC X(08).
              10 WS-SL-TIME       PIC X(06).
              10 WS-SL-FILES      PIC 9(03).
              10 WS-SL-FAILED     PIC 9(03).

       01 WS-SLOT-SUB      PIC 9(02).

      *> The chosen generation's catalog rows.
       01 WS-GEN-TABLE.
           05 WS-GEN-ROW-COUNT PIC 9(3) VALUE ZEROS.
           05 WS-GEN-ROW OCCURS 50 TIMES.
              10 WS-G-FILE-NAME     PIC X(20).
              10 WS-G-GEN-FILE-NAME PIC X(30).
              10 WS-G-RECORD-COUNT  PIC 9(07).
              10 WS-G-FILE-STATUS   PIC X(01).

       01 WS-GEN-SUB       PIC 9(3).
       01 WS-LOG-SUB       PIC 9(3).
       01 WS-FAILED-COPIES PIC 9(3).

       01 WS-GEN-OVERFLOW-SWITCH PIC X VALUE "N".
           88 GEN-TABLE-OVERFLOWED  VALUE "Y".

       01 WS-BACKUP-DATE   PIC X(8).
       01 WS-BACKUP-TIME   PIC X(6).
       01 WS-THROUGH-DATE  PIC X(8).
       01 WS-ANSWER        PIC X.

       01 WS-ROLL-SWITCH   PIC X VALUE "N".
           88 ROLL-FORWARD     VALUE "Y".

       01 WS-POINT-SWITCH  PIC X VALUE "N".
           88 BACKUP-POINT-PROVED VALUE "Y".

       01 WS-FILE-NAME     PIC X(20).
       01 WS-GEN-FILE-NAME PIC X(30).
       01 WS-RESTORE-COUNT PIC 9(07).
       01 WS-RESTORE-REMARK PIC X(40).

      *> The backup point: how many log rows the backup copied and
      *> the last of them, which must still sit at that position
      *> on the live log.
       01 WS-POINT-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-POINT-RECORD  PIC X(512).
       01 WS-LIVE-RECORD   PIC X(512).
       01 WS-LOG-ROW-NO    PIC 9(07).

       01 WS-ROWS-REPLAYED PIC 9(07) VALUE ZEROS.
       01 WS-ROWS-LATER    PIC 9(07) VALUE ZEROS.
       01 WS-EXCEPTIONS    PIC 9(07) VALUE ZEROS.
       01 WS-DECREASE      PIC 9(07)V99.
       01 WS-EXCEPTION-REMARK PIC X(30).

       01 WS-HEADING-1.
           05 FILLER       PIC X(28)
               VALUE "MASTER FILE RESTORE FROM ".
           05 WS-H-DATE    PIC X(8).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-H-TIME    PIC X(6).
           05 FILLER       PIC X(13) VALUE "  GENERATION ".
           05 WS-H-GEN     PIC Z9.
           05 FILLER       PIC X(05) VALUE "  BY ".
           05 WS-H-OPERATOR PIC X(5).

       01 WS-FILE-HEADING.
           05 FILLER PIC X(22) VALUE "FILE".
           05 FILLER PIC X(12) VALUE " CATALOGUED".
           05 FILLER PIC X(10) VALUE "  WRITTEN".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(40) VALUE "REMARK".

       01 WS-FILE-LINE.
           05 WS-F-FILE-NAME PIC X(20).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-F-CATALOGUED PIC ZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-F-WRITTEN   PIC ZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-F-REMARK    PIC X(40).

       01 WS-ROLL-HEADING.
           05 FILLER       PIC X(35)
               VALUE "ROLL-FORWARD FROM THE LOG THROUGH ".
           05 WS-RH-DATE   PIC X(8).
           05 FILLER       PIC X(16) VALUE " - PAST LOG ROW ".
           05 WS-RH-POINT  PIC Z,ZZZ,ZZ9.

       01 WS-EXCEPTION-HEADING.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(12) VALUE "ITEM-NO".
           05 FILLER PIC X(10) VALUE "FIELD".
           05 FILLER PIC X(13) VALUE "    OLD VALUE".
           05 FILLER PIC X(13) VALUE "    NEW VALUE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "EXCEPTION".

       01 WS-EXCEPTION-LINE.
           05 WS-E-DATE      PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-E-ITEM-NO   PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-E-FIELD     PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-E-OLD-VALUE PIC Z,ZZZ,ZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-E-NEW-VALUE PIC Z,ZZZ,ZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-E-REMARK    PIC X(30).

       01 WS-ROLL-TOTAL-LINE.
           05 FILLER         PIC X(14) VALUE "ROWS REPLAYED:".
           05 WS-T-REPLAYED  PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(27)
               VALUE "   LATER ROWS NOT REPLAYED:".
           05 WS-T-LATER     PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(15) VALUE "   EXCEPTIONS:".
           05 WS-T-EXCEPTIONS PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
              STOP RUN
           END-IF.
           IF NOT SIGNON-SUPERVISOR
              DISPLAY "Restoring master files needs a supervisor"
                 " sign-on."
              STOP RUN
           END-IF.
           PERFORM LIST-GENERATIONS.
           DISPLAY "Enter backup date to restore (YYYYMMDD):".
           MOVE SPACES TO WS-BACKUP-DATE.
           ACCEPT WS-BACKUP-DATE.
           PERFORM LOAD-GENERATION-ROWS.
           EVALUATE TRUE
              WHEN WS-GEN-ROW-COUNT = ZEROS
                 DISPLAY "No backup generation on the catalog for "
                    WS-BACKUP-DATE "."
              WHEN GEN-TABLE-OVERFLOWED
                 DISPLAY "Generation has more files than one run"
                    " can restore, restore refused."
              WHEN WS-FAILED-COPIES > ZEROS
                 DISPLAY "The " WS-BACKUP-DATE " backup has "
                    WS-FAILED-COPIES " failed copies, restore refused."
              WHEN OTHER
                 PERFORM TAKE-RESTORE-CHOICES
           END-EVALUATE.
           STOP RUN.

      *>----------------------------------------------------------
      *> One line per slot holding a generation, newest stamp per
      *> slot, so the supervisor sees which days can be put back.
      *>----------------------------------------------------------
       LIST-GENERATIONS.
           MOVE SPACES TO WS-SLOT-TABLE.
           OPEN INPUT Backup-Catalog-File.
           IF WS-CAT-STATUS = "35"
              DISPLAY "No backup catalog on file."
           ELSE
              PERFORM UNTIL CAT-END-OF-FILE
                 READ Backup-Catalog-File
                    AT END SET CAT-END-OF-FILE TO TRUE
                    NOT AT END PERFORM NOTE-CATALOG-SLOT
                 END-READ
              END-PERFORM
              CLOSE Backup-Catalog-File
              DISPLAY "Backup generations on file:"
              PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                 UNTIL WS-SLOT-SUB = 99
                 IF WS-SL-DATE (WS-SLOT-SUB) NOT = SPACES
                    DISPLAY "  Generation " WS-SLOT-SUB
                       "  " WS-SL-DATE (WS-SLOT-SUB)
                       " " WS-SL-TIME (WS-SLOT-SUB)
                       "  files " WS-SL-FILES (WS-SLOT-SUB)
                       "  failed " WS-SL-FAILED (WS-SLOT-SUB)
                 END-IF
              END-PERFORM
           END-IF.

       NOTE-CATALOG-SLOT.
           MOVE BK-GENERATION TO WS-SLOT-SUB.
           IF WS-SLOT-SUB > ZEROS AND WS-SLOT-SUB < 99
              IF WS-SL-DATE (WS-SLOT-SUB) = SPACES
                 MOVE BK-BACKUP-DATE TO WS-SL-DATE (WS-SLOT-SUB)
                 MOVE BK-BACKUP-TIME TO WS-SL-TIME (WS-SLOT-SUB)
                 MOVE ZEROS TO WS-SL-FILES (WS-SLOT-SUB)
                 MOVE ZEROS TO WS-SL-FAILED (WS-SLOT-SUB)
              END-IF
              ADD 1 TO WS-SL-FILES (WS-SLOT-SUB)
              IF BK-COPY-FAILED
                 ADD 1 TO WS-SL-FAILED (WS-SLOT-SUB)
              END-IF
           END-IF.

       LOAD-GENERATION-ROWS.
           MOVE ZEROS TO WS-FAILED-COPIES.
           MOVE "N" TO WS-CAT-EOF-SWITCH.
           OPEN INPUT Backup-Catalog-File.
           IF WS-CAT-STATUS NOT = "35"
              PERFORM UNTIL CAT-END-OF-FILE
                 READ Backup-Catalog-File
                    AT END SET CAT-END-OF-FILE TO TRUE
                    NOT AT END
                       IF BK-BACKUP-DATE = WS-BACKUP-DATE
                          PERFORM ADD-GENERATION-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Backup-Catalog-File
           END-IF.

       ADD-GENERATION-ROW.
           IF WS-GEN-ROW-COUNT = 50
              SET GEN-TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-GEN-ROW-COUNT
              MOVE BK-BACKUP-TIME   TO WS-BACKUP-TIME
              MOVE BK-GENERATION    TO WS-SLOT-SUB
              MOVE BK-FILE-NAME     TO WS-G-FILE-NAME (WS-GEN-ROW-COUNT)
              MOVE BK-GEN-FILE-NAME
                 TO WS-G-GEN-FILE-NAME (WS-GEN-ROW-COUNT)
              MOVE BK-RECORD-COUNT
                 TO WS-G-RECORD-COUNT (WS-GEN-ROW-COUNT)
              MOVE BK-FILE-STATUS
                 TO WS-G-FILE-STATUS (WS-GEN-ROW-COUNT)
              IF BK-COPY-FAILED
                 ADD 1 TO WS-FAILED-COPIES
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> The roll-forward choice and its through date are taken,
      *> and the backup point proved, before the supervisor is
      *> asked to confirm - nothing is written until then.
      *>----------------------------------------------------------
       TAKE-RESTORE-CHOICES.
           DISPLAY "Roll inventory.dat forward from the transaction"
              " log (Y/N)?".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
              SET ROLL-FORWARD TO TRUE
              DISPLAY "Roll forward through date (YYYYMMDD),"
                 " blank for " WS-BACKUP-DATE ":"
              MOVE SPACES TO WS-THROUGH-DATE
              ACCEPT WS-THROUGH-DATE
              IF WS-THROUGH-DATE = SPACES
                 MOVE WS-BACKUP-DATE TO WS-THROUGH-DATE
              END-IF
           END-IF.
           IF ROLL-FORWARD AND WS-THROUGH-DATE IS NOT NUMERIC
              DISPLAY "Enter the date as YYYYMMDD."
           ELSE
              IF ROLL-FORWARD
                 PERFORM PROVE-BACKUP-POINT
              END-IF
              IF ROLL-FORWARD AND NOT BACKUP-POINT-PROVED
                 DISPLAY "Restore refused. Restore without the"
                    " roll-forward, or from a later backup."
              ELSE
                 DISPLAY "This replaces the live files with the "
                    WS-BACKUP-DATE " backup. Continue (Y/N)?"
                 ACCEPT WS-ANSWER
                 IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                    PERFORM RESTORE-GENERATION
                 ELSE
                    DISPLAY "Restore cancelled, nothing changed."
                 END-IF
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> The log rows the backup copied must still be the first
      *> rows of the live log: the copy's last row is compared with
      *> the live row at the same position. A period close since
      *> the backup cuts rows off the front of the log and fails
      *> this, as does a log shorter than the backup point.
      *>----------------------------------------------------------
       PROVE-BACKUP-POINT.
           MOVE ZEROS TO WS-LOG-SUB.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
              UNTIL WS-GEN-SUB > WS-GEN-ROW-COUNT
              IF WS-G-FILE-NAME (WS-GEN-SUB) = "invtxnlog.dat"
                 MOVE WS-GEN-SUB TO WS-LOG-SUB
              END-IF
           END-PERFORM.
           IF WS-LOG-SUB = ZEROS
              DISPLAY "The backup did not catalogue the transaction"
                 " log; there is no backup point to roll from."
           ELSE
              MOVE WS-G-RECORD-COUNT (WS-LOG-SUB) TO WS-POINT-COUNT
              IF WS-POINT-COUNT = ZEROS
                 SET BACKUP-POINT-PROVED TO TRUE
              ELSE
                 PERFORM READ-POINT-RECORD
                 PERFORM FIND-LIVE-POINT-RECORD
                 IF WS-LOG-ROW-NO < WS-POINT-COUNT
                    DISPLAY "The live log holds fewer rows than the"
                       " backup point - a period close has run"
                       " since."
                 ELSE
                    IF WS-LIVE-RECORD = WS-POINT-RECORD
                       SET BACKUP-POINT-PROVED TO TRUE
                    ELSE
                       DISPLAY "The live log no longer matches the"
                          " backup at row " WS-POINT-COUNT "."
                    END-IF
                 END-IF
              END-IF
           END-IF.

       READ-POINT-RECORD.
           MOVE SPACES TO WS-POINT-RECORD.
           MOVE WS-G-GEN-FILE-NAME (WS-LOG-SUB) TO WS-GEN-FILE-NAME.
           MOVE "N" TO WS-GEN-EOF-SWITCH.
           OPEN INPUT Generation-File.
           IF WS-GEN-STATUS = "00"
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO WS-POINT-RECORD
                 END-READ
              END-PERFORM
              CLOSE Generation-File
           END-IF.

       FIND-LIVE-POINT-RECORD.
           MOVE ZEROS TO WS-LOG-ROW-NO.
           MOVE SPACES TO WS-LIVE-RECORD.
           MOVE "N" TO WS-TXN-EOF-SWITCH.
           OPEN INPUT Transaction-Log-File.
           IF WS-TXN-STATUS = "00"
              PERFORM UNTIL TXN-END-OF-FILE
                 OR WS-LOG-ROW-NO = WS-POINT-COUNT
                 READ Transaction-Log-File
                    AT END SET TXN-END-OF-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LOG-ROW-NO
                       MOVE Transaction-Log-Record TO WS-LIVE-RECORD
                 END-READ
              END-PERFORM
              CLOSE Transaction-Log-File
           END-IF.

       RESTORE-GENERATION.
           OPEN OUTPUT Restore-Report-File.
           MOVE WS-BACKUP-DATE TO WS-H-DATE.
           MOVE WS-BACKUP-TIME TO WS-H-TIME.
           MOVE WS-SLOT-SUB    TO WS-H-GEN.
           MOVE WS-SIGNON-ID   TO WS-H-OPERATOR.
           WRITE Restore-Report-Line FROM WS-HEADING-1.
           MOVE SPACES TO Restore-Report-Line.
           WRITE Restore-Report-Line.
           WRITE Restore-Report-Line FROM WS-FILE-HEADING.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
              UNTIL WS-GEN-SUB > WS-GEN-ROW-COUNT
              PERFORM RESTORE-ONE-FILE
           END-PERFORM.
           IF ROLL-FORWARD
              PERFORM ROLL-INVENTORY-FORWARD
           END-IF.
           CLOSE Restore-Report-File.
           DISPLAY "Restore from " WS-BACKUP-DATE
              " complete - see restore.rpt.".

      *>----------------------------------------------------------
      *> One catalogued file. The live log stays as it is when it
      *> is the roll-forward's source; a file not on disk at the
      *> backup is left alone.
      *>----------------------------------------------------------
       RESTORE-ONE-FILE.
           MOVE WS-G-FILE-NAME (WS-GEN-SUB)     TO WS-FILE-NAME.
           MOVE WS-G-GEN-FILE-NAME (WS-GEN-SUB) TO WS-GEN-FILE-NAME.
           MOVE ZEROS TO WS-RESTORE-COUNT.
           MOVE SPACES TO WS-RESTORE-REMARK.
           EVALUATE TRUE
              WHEN WS-G-FILE-STATUS (WS-GEN-SUB) = "N"
                 MOVE "NOT ON FILE AT BACKUP - LEFT AS IS"
                    TO WS-RESTORE-REMARK
              WHEN ROLL-FORWARD AND WS-FILE-NAME = "invtxnlog.dat"
                 MOVE "LIVE LOG KEPT FOR THE ROLL-FORWARD"
                    TO WS-RESTORE-REMARK
              WHEN OTHER
                 MOVE "N" TO WS-GEN-EOF-SWITCH
                 OPEN INPUT Generation-File
                 IF WS-GEN-STATUS NOT = "00"
                    MOVE "BACKUP COPY NOT READABLE - NOT RESTORED"
                       TO WS-RESTORE-REMARK
                 ELSE
                    EVALUATE WS-FILE-NAME
                       WHEN "inventory.dat"
                          PERFORM RESTORE-INVENTORY-FILE
                       WHEN "customer.dat"
                          PERFORM RESTORE-CUSTOMER-FILE
                       WHEN "vendor.dat"
                          PERFORM RESTORE-VENDOR-FILE
                       WHEN "category.dat"
                          PERFORM RESTORE-CATEGORY-FILE
                       WHEN "reorder.dat"
                          PERFORM RESTORE-REORDER-FILE
                       WHEN "operator.dat"
                          PERFORM RESTORE-OPERATOR-FILE
                       WHEN OTHER
                          PERFORM RESTORE-SEQUENTIAL-FILE
                    END-EVALUATE
                    CLOSE Generation-File
                    IF WS-RESTORE-REMARK = SPACES
                       IF WS-RESTORE-COUNT =
                          WS-G-RECORD-COUNT (WS-GEN-SUB)
                          MOVE "RESTORED" TO WS-RESTORE-REMARK
                       ELSE
                          MOVE "COUNT DOES NOT AGREE WITH CATALOG"
                             TO WS-RESTORE-REMARK
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
           MOVE WS-FILE-NAME                    TO WS-F-FILE-NAME.
           MOVE WS-G-RECORD-COUNT (WS-GEN-SUB)  TO WS-F-CATALOGUED.
           MOVE WS-RESTORE-COUNT                TO WS-F-WRITTEN.
           MOVE WS-RESTORE-REMARK               TO WS-F-REMARK.
           WRITE Restore-Report-Line FROM WS-FILE-LINE.
           DISPLAY WS-FILE-NAME " " WS-RESTORE-REMARK.

       RESTORE-INVENTORY-FILE.
           OPEN OUTPUT Inventory-File.
           IF WS-TGT-STATUS NOT = "00"
              MOVE "UNABLE TO OPEN FOR OUTPUT" TO WS-RESTORE-REMARK
           ELSE
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO Inventory-Record
                       WRITE Inventory-Record
                          INVALID KEY
                             DISPLAY "Unable to restore item " ITEM-NO
                          NOT INVALID KEY
                             ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE Inventory-File
           END-IF.

       RESTORE-CUSTOMER-FILE.
           OPEN OUTPUT Customer-File.
           IF WS-TGT-STATUS NOT = "00"
              MOVE "UNABLE TO OPEN FOR OUTPUT" TO WS-RESTORE-REMARK
           ELSE
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO Customer-Record
                       WRITE Customer-Record
                          INVALID KEY
                             DISPLAY "Unable to restore customer "
                                CU-NO
                          NOT INVALID KEY
                             ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE Customer-File
           END-IF.

       RESTORE-VENDOR-FILE.
           OPEN OUTPUT Vendor-File.
           IF WS-TGT-STATUS NOT = "00"
              MOVE "UNABLE TO OPEN FOR OUTPUT" TO WS-RESTORE-REMARK
           ELSE
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO Vendor-Record
                       WRITE Vendor-Record
                          INVALID KEY
                             DISPLAY "Unable to restore vendor " VEN-NO
                          NOT INVALID KEY
                             ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE Vendor-File
           END-IF.

       RESTORE-CATEGORY-FILE.
           OPEN OUTPUT Category-File.
           IF WS-TGT-STATUS NOT = "00"
              MOVE "UNABLE TO OPEN FOR OUTPUT" TO WS-RESTORE-REMARK
           ELSE
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO Category-Record
                       WRITE Category-Record
                          INVALID KEY
                             DISPLAY "Unable to restore category "
                                CAT-CODE
                          NOT INVALID KEY
                             ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE Category-File
           END-IF.

       RESTORE-REORDER-FILE.
           OPEN OUTPUT Reorder-File.
           IF WS-TGT-STATUS NOT = "00"
              MOVE "UNABLE TO OPEN FOR OUTPUT" TO WS-RESTORE-REMARK
           ELSE
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO Reorder-Record
                       WRITE Reorder-Record
                          INVALID KEY
                             DISPLAY "Unable to restore reorder row "
                                RO-ITEM-NO
                          NOT INVALID KEY
                             ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE Reorder-File
           END-IF.

      *>----------------------------------------------------------
      *> The operator master is read for the sign-on before this
      *> runs and closed again, so it can be put back like the rest.
      *>----------------------------------------------------------
       RESTORE-OPERATOR-FILE.
           OPEN OUTPUT Operator-File.
           IF WS-OPR-STATUS NOT = "00"
              MOVE "UNABLE TO OPEN FOR OUTPUT" TO WS-RESTORE-REMARK
           ELSE
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO Operator-Record
                       WRITE Operator-Record
                          INVALID KEY
                             DISPLAY "Unable to restore operator "
                                OP-ID
                          NOT INVALID KEY
                             ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE Operator-File
           END-IF.

       RESTORE-SEQUENTIAL-FILE.
           OPEN OUTPUT Target-File.
           IF WS-TGT-STATUS NOT = "00"
              MOVE "UNABLE TO OPEN FOR OUTPUT" TO WS-RESTORE-REMARK
           ELSE
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE Generation-Record TO Target-Record
                       WRITE Target-Record
                       ADD 1 TO WS-RESTORE-COUNT
                 END-READ
              END-PERFORM
              CLOSE Target-File
           END-IF.

      *>----------------------------------------------------------
      *> Replays the live log rows past the backup point, dated on
      *> or before the through date, against the restored stock
      *> file. Rows dated later are counted and left unapplied.
      *>----------------------------------------------------------
       ROLL-INVENTORY-FORWARD.
           MOVE SPACES TO Restore-Report-Line.
           WRITE Restore-Report-Line.
           MOVE WS-THROUGH-DATE TO WS-RH-DATE.
           MOVE WS-POINT-COUNT  TO WS-RH-POINT.
           WRITE Restore-Report-Line FROM WS-ROLL-HEADING.
           WRITE Restore-Report-Line FROM WS-EXCEPTION-HEADING.
           MOVE ZEROS TO WS-LOG-ROW-NO.
           MOVE "N" TO WS-TXN-EOF-SWITCH.
           OPEN I-O Inventory-File.
           OPEN INPUT Transaction-Log-File.
           IF WS-TXN-STATUS = "00" AND WS-TGT-STATUS = "00"
              PERFORM UNTIL TXN-END-OF-FILE
                 READ Transaction-Log-File
                    AT END SET TXN-END-OF-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LOG-ROW-NO
                       IF WS-LOG-ROW-NO > WS-POINT-COUNT
                          IF TXN-DATE > WS-THROUGH-DATE
                             ADD 1 TO WS-ROWS-LATER
                          ELSE
                             PERFORM REPLAY-ONE-ROW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Transaction-Log-File
              CLOSE Inventory-File
           ELSE
              DISPLAY "Unable to open the log or the stock file,"
                 " roll-forward not run."
           END-IF.
           MOVE SPACES TO Restore-Report-Line.
           WRITE Restore-Report-Line.
           MOVE WS-ROWS-REPLAYED TO WS-T-REPLAYED.
           MOVE WS-ROWS-LATER    TO WS-T-LATER.
           MOVE WS-EXCEPTIONS    TO WS-T-EXCEPTIONS.
           WRITE Restore-Report-Line FROM WS-ROLL-TOTAL-LINE.
           DISPLAY WS-ROWS-REPLAYED " log rows replayed, "
              WS-EXCEPTIONS " exceptions.".

      *>----------------------------------------------------------
      *> One log row, applied the way the program that wrote it
      *> changed the item. A quantity row whose old value does not
      *> match the item is listed but still applied - the log is
      *> the record of what happened.
      *>----------------------------------------------------------
       REPLAY-ONE-ROW.
           MOVE TXN-ITEM-NO TO ITEM-NO.
           READ Inventory-File
              INVALID KEY
                 IF TXN-FIELD = "ADD"
                    MOVE "ADDED AFTER BACKUP - RE-KEY"
                       TO WS-EXCEPTION-REMARK
                 ELSE
                    MOVE "ITEM NOT ON RESTORED FILE"
                       TO WS-EXCEPTION-REMARK
                 END-IF
                 PERFORM LIST-EXCEPTION
              NOT INVALID KEY
                 PERFORM APPLY-LOG-ROW
           END-READ.

       APPLY-LOG-ROW.
           EVALUATE TXN-FIELD
              WHEN "QUANTITY"
              WHEN "SALE"
              WHEN "COUNT"
              WHEN "RECEIPT"
              WHEN "RETURN"
                 IF Quantity NOT = TXN-OLD-VALUE
                    MOVE "QUANTITY DID NOT MATCH OLD VALUE"
                       TO WS-EXCEPTION-REMARK
                    PERFORM LIST-EXCEPTION
                 END-IF
                 PERFORM REPLAY-QUANTITY-CHANGE
                 PERFORM REWRITE-ROLLED-ITEM
              WHEN "TRANSFER"
                 IF TXN-NEW-VALUE > Quantity
                    MOVE "FLOOR OVER ITEM TOTAL - NOT APPLIED"
                       TO WS-EXCEPTION-REMARK
                    PERFORM LIST-EXCEPTION
                 ELSE
                    MOVE TXN-NEW-VALUE TO Qty-Floor
                    COMPUTE Qty-Back = Quantity - Qty-Floor
                    PERFORM REWRITE-ROLLED-ITEM
                 END-IF
              WHEN "PRICE"
                 IF Price NOT = TXN-OLD-VALUE
                    MOVE "PRICE DID NOT MATCH OLD VALUE"
                       TO WS-EXCEPTION-REMARK
                    PERFORM LIST-EXCEPTION
                 END-IF
                 MOVE TXN-NEW-VALUE TO Price
                 PERFORM REWRITE-ROLLED-ITEM
              WHEN "COST"
                 MOVE TXN-NEW-VALUE TO Unit-Cost
                 PERFORM REWRITE-ROLLED-ITEM
              WHEN "STATUS"
                 IF TXN-NEW-VALUE = 1
                    MOVE "D" TO Item-Status
                 ELSE
                    MOVE "A" TO Item-Status
                 END-IF
                 PERFORM REWRITE-ROLLED-ITEM
              WHEN "ADD"
                 MOVE "ADD ROW - ITEM ALREADY ON FILE"
                    TO WS-EXCEPTION-REMARK
                 PERFORM LIST-EXCEPTION
              WHEN OTHER
                 MOVE "UNKNOWN LOG FIELD - NOT APPLIED"
                    TO WS-EXCEPTION-REMARK
                 PERFORM LIST-EXCEPTION
           END-EVALUATE.

      *>----------------------------------------------------------
      *> The log carries the item's total, not which location
      *> moved, so the split follows the programs that write the
      *> rows: receipts land in the back room, other increases go
      *> on the floor, and decreases come off the floor first, the
      *> same as the batch update takes them.
      *>----------------------------------------------------------
       REPLAY-QUANTITY-CHANGE.
           IF TXN-NEW-VALUE > TXN-OLD-VALUE
              IF TXN-FIELD = "RECEIPT"
                 COMPUTE Qty-Back =
                    Qty-Back + TXN-NEW-VALUE - TXN-OLD-VALUE
              ELSE
                 COMPUTE Qty-Floor =
                    Qty-Floor + TXN-NEW-VALUE - TXN-OLD-VALUE
              END-IF
           ELSE
              COMPUTE WS-DECREASE = TXN-OLD-VALUE - TXN-NEW-VALUE
              IF WS-DECREASE > Qty-Floor
                 SUBTRACT Qty-Floor FROM WS-DECREASE
                 MOVE ZEROS TO Qty-Floor
                 IF WS-DECREASE > Qty-Back
                    MOVE ZEROS TO Qty-Back
                 ELSE
                    SUBTRACT WS-DECREASE FROM Qty-Back
                 END-IF
              ELSE
                 SUBTRACT WS-DECREASE FROM Qty-Floor
              END-IF
           END-IF.
           MOVE TXN-NEW-VALUE TO Quantity.
           IF Qty-Floor + Qty-Back NOT = Quantity
              IF Qty-Back > Quantity
                 MOVE Quantity TO Qty-Back
                 MOVE ZEROS TO Qty-Floor
              ELSE
                 COMPUTE Qty-Floor = Quantity - Qty-Back
              END-IF
           END-IF.

       REWRITE-ROLLED-ITEM.
           REWRITE Inventory-Record
              INVALID KEY
                 MOVE "UNABLE TO REWRITE ITEM" TO WS-EXCEPTION-REMARK
                 PERFORM LIST-EXCEPTION
              NOT INVALID KEY
                 ADD 1 TO WS-ROWS-REPLAYED
           END-REWRITE.

       LIST-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE TXN-DATE            TO WS-E-DATE.
           MOVE TXN-ITEM-NO         TO WS-E-ITEM-NO.
           MOVE TXN-FIELD           TO WS-E-FIELD.
           MOVE TXN-OLD-VALUE       TO WS-E-OLD-VALUE.
           MOVE TXN-NEW-VALUE       TO WS-E-NEW-VALUE.
           MOVE WS-EXCEPTION-REMARK TO WS-E-REMARK.
           WRITE Restore-Report-Line FROM WS-EXCEPTION-LINE.

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
