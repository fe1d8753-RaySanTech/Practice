      *
      * Master_File_Backup - first step of the end-of-day close. The
      * master files and the control files the system rewrites in
      * place are copied to a backup generation before anything
      * else in the close touches them, so a bad batch update or a
      * rewrite cut short by an abend can be put back from the
      * copy instead of being re-keyed. The indexed masters -
      * inventory, customer, vendor, category, reorder, operator -
      * are copied record by record in key order; the line
      * sequential files are copied line for line. The transaction
      * log is copied as well: its record count marks the backup
      * point that Master_File_Restore rolls inventory.dat forward
      * from. A set number of generations is kept in rotating
      * slots: each run takes the slot holding the oldest
      * generation, or today's slot again when the step is rerun
      * after a failure. Every copy is read back and counted before
      * its catalog row is written. The catalog drops the slot's
      * old rows before the first copy is made, so it never
      * describes a generation half overwritten. A copy that fails
      * is catalogued "F" and fails the step, which stops the
      * chain before the batch update runs against files that have
      * no good backup. No operator prompts.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Master_File_Backup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Inventory-File Assign To "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-SRC-STATUS.

           Select Customer-File Assign To "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-SRC-STATUS.

           Select Vendor-File Assign To "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEN-NO
               FILE STATUS IS WS-SRC-STATUS.

           Select Category-File Assign To "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-SRC-STATUS.

           Select Reorder-File Assign To "reorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RO-ITEM-NO
               FILE STATUS IS WS-SRC-STATUS.

           Select Operator-File Assign To "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-SRC-STATUS.

           Select Source-File Assign To DYNAMIC WS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           Select Generation-File Assign To DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           Select Backup-Catalog-File Assign To "backupcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

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

      *> Any line sequential file, read line for line; the record
      *> is wider than the widest layout on the system.
       FD Source-File.
       01 Source-Record    PIC X(512).

      *> A backup copy - a line per record of whatever file it
      *> holds, indexed masters included.
       FD Generation-File.
       01 Generation-Record PIC X(512).

       FD Backup-Catalog-File.
       COPY "BKCATALOG.CPY".

       WORKING-STORAGE SECTION.
       01 WS-SRC-STATUS    PIC XX.
       01 WS-GEN-STATUS    PIC XX.
       01 WS-CAT-STATUS    PIC XX.

       01 WS-SRC-EOF-SWITCH PIC X VALUE "N".
           88 SRC-END-OF-FILE  VALUE "Y".

       01 WS-GEN-EOF-SWITCH PIC X VALUE "N".
           88 GEN-END-OF-FILE  VALUE "Y".

       01 WS-CAT-EOF-SWITCH PIC X VALUE "N".
           88 CAT-END-OF-FILE  VALUE "Y".

      *> How many generations are kept on disk.
       01 WS-GENERATIONS-KEPT PIC 9(02) VALUE 7.

      *> The line sequential files copied every night, in the order
      *> they are copied. The transaction log goes last so its
      *> count is taken as late as possible.
       01 WS-SEQ-FILE-TABLE.
           05 WS-SEQ-FILE-COUNT PIC 9(02) VALUE 12.
           05 WS-SEQ-FILE-NAME  PIC X(20) OCCURS 12 TIMES.

       01 WS-SEQ-SUB       PIC 9(02).

       01 WS-CATALOG-TABLE.
           05 WS-CAT-ROW-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-CAT-ROW OCCURS 500 TIMES.
              10 WS-C-BACKUP-DATE   PIC X(08).
              10 WS-C-BACKUP-TIME   PIC X(06).
              10 WS-C-GENERATION    PIC 9(02).
              10 WS-C-FILE-NAME     PIC X(20).
              10 WS-C-GEN-FILE-NAME PIC X(30).
              10 WS-C-RECORD-COUNT  PIC 9(07).
              10 WS-C-FILE-STATUS   PIC X(01).

       01 WS-CAT-SUB       PIC 9(4).
       01 WS-KEEP-COUNT    PIC 9(4).

       01 WS-CAT-OVERFLOW-SWITCH PIC X VALUE "N".
           88 CAT-TABLE-OVERFLOWED  VALUE "Y".

      *> The newest backup stamp (date and time) held in each slot;
      *> spaces is a slot never used.
       01 WS-SLOT-TABLE.
           05 WS-SLOT-STAMP PIC X(14) OCCURS 99 TIMES.

       01 WS-SLOT-SUB      PIC 9(02).
       01 WS-GENERATION    PIC 9(02).
       01 WS-OLDEST-STAMP  PIC X(14).
       01 WS-ROW-STAMP     PIC X(14).

       01 WS-RUN-DATE      PIC X(8).
       01 WS-CLOCK-TIME    PIC X(8).
       01 WS-RUN-TIME      PIC X(6).

       01 WS-FILE-NAME     PIC X(20).
       01 WS-GEN-FILE-NAME PIC X(30).
       01 WS-COPY-COUNT    PIC 9(07).
       01 WS-READ-BACK-COUNT PIC 9(07).
       01 WS-COPY-OUTCOME  PIC X(01).

       01 WS-FILES-COPIED  PIC 9(02) VALUE ZEROS.
       01 WS-FILES-FAILED  PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME (1:6) TO WS-RUN-TIME.
           PERFORM SET-UP-SEQ-FILE-TABLE.
           PERFORM LOAD-CATALOG.
           IF CAT-TABLE-OVERFLOWED
              DISPLAY "Backup catalog no longer fits in one run,"
                 " backup refused."
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM CHOOSE-GENERATION
              PERFORM DROP-GENERATION-ROWS
              PERFORM REWRITE-CATALOG
              DISPLAY "Backing up to generation " WS-GENERATION "."
              PERFORM BACKUP-INVENTORY-FILE
              PERFORM BACKUP-CUSTOMER-FILE
              PERFORM BACKUP-VENDOR-FILE
              PERFORM BACKUP-CATEGORY-FILE
              PERFORM BACKUP-REORDER-FILE
              PERFORM BACKUP-OPERATOR-FILE
              PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                 UNTIL WS-SEQ-SUB > WS-SEQ-FILE-COUNT
                 PERFORM BACKUP-SEQUENTIAL-FILE
              END-PERFORM
              PERFORM REWRITE-CATALOG
              DISPLAY WS-FILES-COPIED " files backed up, "
                 WS-FILES-FAILED " failed."
              IF WS-FILES-FAILED > ZEROS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

       SET-UP-SEQ-FILE-TABLE.
           MOVE "porder.dat"      TO WS-SEQ-FILE-NAME (1).
           MOVE "backorder.dat"   TO WS-SEQ-FILE-NAME (2).
           MOVE "ponumber.dat"    TO WS-SEQ-FILE-NAME (3).
           MOVE "sonumber.dat"    TO WS-SEQ-FILE-NAME (4).
           MOVE "pendprice.dat"   TO WS-SEQ-FILE-NAME (5).
           MOVE "reorderprop.dat" TO WS-SEQ-FILE-NAME (6).
           MOVE "countfile.dat"   TO WS-SEQ-FILE-NAME (7).
           MOVE "batchtxn.dat"    TO WS-SEQ-FILE-NAME (8).
           MOVE "batchchk.dat"    TO WS-SEQ-FILE-NAME (9).
           MOVE "txnbase.dat"     TO WS-SEQ-FILE-NAME (10).
           MOVE "glposted.dat"    TO WS-SEQ-FILE-NAME (11).
           MOVE "invtxnlog.dat"   TO WS-SEQ-FILE-NAME (12).

       LOAD-CATALOG.
           OPEN INPUT Backup-Catalog-File.
           IF WS-CAT-STATUS NOT = "35"
              PERFORM UNTIL CAT-END-OF-FILE
                 READ Backup-Catalog-File
                    AT END SET CAT-END-OF-FILE TO TRUE
                    NOT AT END PERFORM ADD-CATALOG-ROW-FROM-FILE
                 END-READ
              END-PERFORM
              CLOSE Backup-Catalog-File
           END-IF.

      *>----------------------------------------------------------
      *> The whole catalog is rewritten from this table, so a row
      *> that does not fit is a reason to refuse the run rather
      *> than silently losing generations from the catalog.
      *>----------------------------------------------------------
       ADD-CATALOG-ROW-FROM-FILE.
           IF WS-CAT-ROW-COUNT = 500
              SET CAT-TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-CAT-ROW-COUNT
              MOVE BK-BACKUP-DATE
                 TO WS-C-BACKUP-DATE (WS-CAT-ROW-COUNT)
              MOVE BK-BACKUP-TIME
                 TO WS-C-BACKUP-TIME (WS-CAT-ROW-COUNT)
              MOVE BK-GENERATION
                 TO WS-C-GENERATION (WS-CAT-ROW-COUNT)
              MOVE BK-FILE-NAME     TO WS-C-FILE-NAME (WS-CAT-ROW-COUNT)
              MOVE BK-GEN-FILE-NAME
                 TO WS-C-GEN-FILE-NAME (WS-CAT-ROW-COUNT)
              MOVE BK-RECORD-COUNT
                 TO WS-C-RECORD-COUNT (WS-CAT-ROW-COUNT)
              MOVE BK-FILE-STATUS
                 TO WS-C-FILE-STATUS (WS-CAT-ROW-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> A slot already holding today's backup is taken again, so a
      *> rerun after a failure does not push out an older good
      *> generation. Otherwise the first slot never used, and once
      *> every slot is in use, the slot with the oldest backup.
      *>----------------------------------------------------------
       CHOOSE-GENERATION.
           MOVE SPACES TO WS-SLOT-TABLE.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CAT-ROW-COUNT
              MOVE WS-C-GENERATION (WS-CAT-SUB) TO WS-SLOT-SUB
              IF WS-SLOT-SUB > ZEROS
                 AND WS-SLOT-SUB NOT > WS-GENERATIONS-KEPT
                 STRING WS-C-BACKUP-DATE (WS-CAT-SUB) DELIMITED BY SIZE
                        WS-C-BACKUP-TIME (WS-CAT-SUB) DELIMITED BY SIZE
                    INTO WS-ROW-STAMP
                 END-STRING
                 IF WS-SLOT-STAMP (WS-SLOT-SUB) = SPACES
                    OR WS-ROW-STAMP > WS-SLOT-STAMP (WS-SLOT-SUB)
                    MOVE WS-ROW-STAMP TO WS-SLOT-STAMP (WS-SLOT-SUB)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-GENERATION.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
              UNTIL WS-SLOT-SUB > WS-GENERATIONS-KEPT
              IF WS-SLOT-STAMP (WS-SLOT-SUB) (1:8) = WS-RUN-DATE
                 MOVE WS-SLOT-SUB TO WS-GENERATION
              END-IF
           END-PERFORM.
           IF WS-GENERATION = ZEROS
              PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                 UNTIL WS-SLOT-SUB > WS-GENERATIONS-KEPT
                    OR WS-GENERATION > ZEROS
                 IF WS-SLOT-STAMP (WS-SLOT-SUB) = SPACES
                    MOVE WS-SLOT-SUB TO WS-GENERATION
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-GENERATION = ZEROS
              MOVE 1 TO WS-GENERATION
              MOVE WS-SLOT-STAMP (1) TO WS-OLDEST-STAMP
              PERFORM VARYING WS-SLOT-SUB FROM 2 BY 1
                 UNTIL WS-SLOT-SUB > WS-GENERATIONS-KEPT
                 IF WS-SLOT-STAMP (WS-SLOT-SUB) < WS-OLDEST-STAMP
                    MOVE WS-SLOT-STAMP (WS-SLOT-SUB) TO WS-OLDEST-STAMP
                    MOVE WS-SLOT-SUB TO WS-GENERATION
                 END-IF
              END-PERFORM
           END-IF.

       DROP-GENERATION-ROWS.
           MOVE ZEROS TO WS-KEEP-COUNT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CAT-ROW-COUNT
              IF WS-C-GENERATION (WS-CAT-SUB) NOT = WS-GENERATION
                 ADD 1 TO WS-KEEP-COUNT
                 MOVE WS-CAT-ROW (WS-CAT-SUB)
                    TO WS-CAT-ROW (WS-KEEP-COUNT)
              END-IF
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO WS-CAT-ROW-COUNT.

       REWRITE-CATALOG.
           OPEN OUTPUT Backup-Catalog-File.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CAT-ROW-COUNT
              MOVE WS-C-BACKUP-DATE (WS-CAT-SUB)   TO BK-BACKUP-DATE
              MOVE WS-C-BACKUP-TIME (WS-CAT-SUB)   TO BK-BACKUP-TIME
              MOVE WS-C-GENERATION (WS-CAT-SUB)    TO BK-GENERATION
              MOVE WS-C-FILE-NAME (WS-CAT-SUB)     TO BK-FILE-NAME
              MOVE WS-C-GEN-FILE-NAME (WS-CAT-SUB) TO BK-GEN-FILE-NAME
              MOVE WS-C-RECORD-COUNT (WS-CAT-SUB)  TO BK-RECORD-COUNT
              MOVE WS-C-FILE-STATUS (WS-CAT-SUB)   TO BK-FILE-STATUS
              WRITE Backup-Catalog-Record
           END-PERFORM.
           CLOSE Backup-Catalog-File.

      *>----------------------------------------------------------
      *> Each copy is named for its slot and the file it holds,
      *> bkNN-name - the catalog says which day the slot holds.
      *>----------------------------------------------------------
       SET-GENERATION-NAME.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING "bk"          DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  WS-FILE-NAME  DELIMITED BY SPACE
              INTO WS-GEN-FILE-NAME
           END-STRING.
           MOVE ZEROS TO WS-COPY-COUNT.
           MOVE "N" TO WS-SRC-EOF-SWITCH.

      *>----------------------------------------------------------
      *> Shared helper - opens the copy for the file in
      *> WS-FILE-NAME. A copy that cannot be opened fails the file.
      *>----------------------------------------------------------
       OPEN-GENERATION-OUTPUT.
           OPEN OUTPUT Generation-File.
           IF WS-GEN-STATUS NOT = "00"
              DISPLAY "Unable to open " WS-GEN-FILE-NAME
                 " (status " WS-GEN-STATUS ")."
              MOVE "F" TO WS-COPY-OUTCOME
           ELSE
              MOVE "C" TO WS-COPY-OUTCOME
           END-IF.

       BACKUP-INVENTORY-FILE.
           MOVE "inventory.dat" TO WS-FILE-NAME.
           PERFORM SET-GENERATION-NAME.
           OPEN INPUT Inventory-File.
           IF WS-SRC-STATUS = "00"
              PERFORM OPEN-GENERATION-OUTPUT
              IF WS-COPY-OUTCOME = "C"
                 PERFORM UNTIL SRC-END-OF-FILE
                    READ Inventory-File NEXT RECORD
                       AT END SET SRC-END-OF-FILE TO TRUE
                       NOT AT END
                          MOVE Inventory-Record TO Generation-Record
                          PERFORM WRITE-GENERATION-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE Generation-File
              END-IF
              CLOSE Inventory-File
           END-IF.
           PERFORM FINISH-FILE-COPY.

       BACKUP-CUSTOMER-FILE.
           MOVE "customer.dat" TO WS-FILE-NAME.
           PERFORM SET-GENERATION-NAME.
           OPEN INPUT Customer-File.
           IF WS-SRC-STATUS = "00"
              PERFORM OPEN-GENERATION-OUTPUT
              IF WS-COPY-OUTCOME = "C"
                 PERFORM UNTIL SRC-END-OF-FILE
                    READ Customer-File NEXT RECORD
                       AT END SET SRC-END-OF-FILE TO TRUE
                       NOT AT END
                          MOVE Customer-Record TO Generation-Record
                          PERFORM WRITE-GENERATION-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE Generation-File
              END-IF
              CLOSE Customer-File
           END-IF.
           PERFORM FINISH-FILE-COPY.

       BACKUP-VENDOR-FILE.
           MOVE "vendor.dat" TO WS-FILE-NAME.
           PERFORM SET-GENERATION-NAME.
           OPEN INPUT Vendor-File.
           IF WS-SRC-STATUS = "00"
              PERFORM OPEN-GENERATION-OUTPUT
              IF WS-COPY-OUTCOME = "C"
                 PERFORM UNTIL SRC-END-OF-FILE
                    READ Vendor-File NEXT RECORD
                       AT END SET SRC-END-OF-FILE TO TRUE
                       NOT AT END
                          MOVE Vendor-Record TO Generation-Record
                          PERFORM WRITE-GENERATION-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE Generation-File
              END-IF
              CLOSE Vendor-File
           END-IF.
           PERFORM FINISH-FILE-COPY.

       BACKUP-CATEGORY-FILE.
           MOVE "category.dat" TO WS-FILE-NAME.
           PERFORM SET-GENERATION-NAME.
           OPEN INPUT Category-File.
           IF WS-SRC-STATUS = "00"
              PERFORM OPEN-GENERATION-OUTPUT
              IF WS-COPY-OUTCOME = "C"
                 PERFORM UNTIL SRC-END-OF-FILE
                    READ Category-File NEXT RECORD
                       AT END SET SRC-END-OF-FILE TO TRUE
                       NOT AT END
                          MOVE Category-Record TO Generation-Record
                          PERFORM WRITE-GENERATION-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE Generation-File
              END-IF
              CLOSE Category-File
           END-IF.
           PERFORM FINISH-FILE-COPY.

       BACKUP-REORDER-FILE.
           MOVE "reorder.dat" TO WS-FILE-NAME.
           PERFORM SET-GENERATION-NAME.
           OPEN INPUT Reorder-File.
           IF WS-SRC-STATUS = "00"
              PERFORM OPEN-GENERATION-OUTPUT
              IF WS-COPY-OUTCOME = "C"
                 PERFORM UNTIL SRC-END-OF-FILE
                    READ Reorder-File NEXT RECORD
                       AT END SET SRC-END-OF-FILE TO TRUE
                       NOT AT END
                          MOVE Reorder-Record TO Generation-Record
                          PERFORM WRITE-GENERATION-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE Generation-File
              END-IF
              CLOSE Reorder-File
           END-IF.
           PERFORM FINISH-FILE-COPY.

       BACKUP-OPERATOR-FILE.
           MOVE "operator.dat" TO WS-FILE-NAME.
           PERFORM SET-GENERATION-NAME.
           OPEN INPUT Operator-File.
           IF WS-SRC-STATUS = "00"
              PERFORM OPEN-GENERATION-OUTPUT
              IF WS-COPY-OUTCOME = "C"
                 PERFORM UNTIL SRC-END-OF-FILE
                    READ Operator-File NEXT RECORD
                       AT END SET SRC-END-OF-FILE TO TRUE
                       NOT AT END
                          MOVE Operator-Record TO Generation-Record
                          PERFORM WRITE-GENERATION-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE Generation-File
              END-IF
              CLOSE Operator-File
           END-IF.
           PERFORM FINISH-FILE-COPY.

       BACKUP-SEQUENTIAL-FILE.
           MOVE WS-SEQ-FILE-NAME (WS-SEQ-SUB) TO WS-FILE-NAME.
           PERFORM SET-GENERATION-NAME.
           OPEN INPUT Source-File.
           IF WS-SRC-STATUS = "00"
              PERFORM OPEN-GENERATION-OUTPUT
              IF WS-COPY-OUTCOME = "C"
                 PERFORM UNTIL SRC-END-OF-FILE
                    READ Source-File
                       AT END SET SRC-END-OF-FILE TO TRUE
                       NOT AT END
                          MOVE Source-Record TO Generation-Record
                          PERFORM WRITE-GENERATION-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE Generation-File
              END-IF
              CLOSE Source-File
           END-IF.
           PERFORM FINISH-FILE-COPY.

       WRITE-GENERATION-RECORD.
           WRITE Generation-Record.
           IF WS-GEN-STATUS = "00"
              ADD 1 TO WS-COPY-COUNT
           ELSE
              MOVE "F" TO WS-COPY-OUTCOME
           END-IF.

      *>----------------------------------------------------------
      *> Settles the file's outcome from the source open status
      *> the copy paragraph left behind: not on disk is catalogued
      *> "N", any other open failure "F", and a copy made is read
      *> back and must count the same as what was written.
      *>----------------------------------------------------------
       FINISH-FILE-COPY.
           EVALUATE WS-SRC-STATUS
              WHEN "00"
                 IF WS-COPY-OUTCOME = "C"
                    PERFORM COUNT-GENERATION-COPY
                    IF WS-READ-BACK-COUNT NOT = WS-COPY-COUNT
                       DISPLAY WS-GEN-FILE-NAME " reads back "
                          WS-READ-BACK-COUNT " records, "
                          WS-COPY-COUNT " written."
                       MOVE "F" TO WS-COPY-OUTCOME
                    END-IF
                 END-IF
              WHEN "10"
                 CONTINUE
              WHEN "35"
                 MOVE "N" TO WS-COPY-OUTCOME
              WHEN OTHER
                 DISPLAY "Unable to read " WS-FILE-NAME
                    " (status " WS-SRC-STATUS ")."
                 MOVE "F" TO WS-COPY-OUTCOME
           END-EVALUATE.
           IF WS-COPY-OUTCOME = "F"
              ADD 1 TO WS-FILES-FAILED
           ELSE
              ADD 1 TO WS-FILES-COPIED
           END-IF.
           PERFORM ADD-NEW-CATALOG-ROW.

       COUNT-GENERATION-COPY.
           MOVE ZEROS TO WS-READ-BACK-COUNT.
           MOVE "N" TO WS-GEN-EOF-SWITCH.
           OPEN INPUT Generation-File.
           IF WS-GEN-STATUS = "00"
              PERFORM UNTIL GEN-END-OF-FILE
                 READ Generation-File
                    AT END SET GEN-END-OF-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-READ-BACK-COUNT
                 END-READ
              END-PERFORM
              CLOSE Generation-File
           END-IF.

       ADD-NEW-CATALOG-ROW.
           IF WS-CAT-ROW-COUNT = 500
              DISPLAY "Backup catalog full, " WS-FILE-NAME
                 " not catalogued."
              ADD 1 TO WS-FILES-FAILED
           ELSE
              ADD 1 TO WS-CAT-ROW-COUNT
              MOVE WS-RUN-DATE   TO WS-C-BACKUP-DATE (WS-CAT-ROW-COUNT)
              MOVE WS-RUN-TIME   TO WS-C-BACKUP-TIME (WS-CAT-ROW-COUNT)
              MOVE WS-GENERATION TO WS-C-GENERATION (WS-CAT-ROW-COUNT)
              MOVE WS-FILE-NAME  TO WS-C-FILE-NAME (WS-CAT-ROW-COUNT)
              MOVE WS-GEN-FILE-NAME
                 TO WS-C-GEN-FILE-NAME (WS-CAT-ROW-COUNT)
              MOVE WS-COPY-COUNT
                 TO WS-C-RECORD-COUNT (WS-CAT-ROW-COUNT)
              MOVE WS-COPY-OUTCOME
                 TO WS-C-FILE-STATUS (WS-CAT-ROW-COUNT)
           END-IF.
