      *
      * Reorder_Point_Apply - batch run that puts the approved
      * reorder proposals on reorder.dat. Each "Y" row on the
      * proposal file sets its item's reorder point and order-up-to
      * quantity to the proposed values, adding a reorder record
      * when the item had none, and is marked "A" so a second run
      * cannot apply it twice. Proposals still waiting for a
      * decision and rejected ones are left as they are. An item
      * pinned or discontinued since the review is skipped and its
      * row marked "S" - the recalculation never overrides values
      * keyed by hand, and a dead SKU needs no reorder point. A row
      * for an item no longer on the stock file is reported and
      * left approved for someone to look at. The applied and
      * skipped items are listed with their old and new values.
      * No operator prompts.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Reorder_Point_Apply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Inventory-File Assign To "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Reorder-File Assign To "reorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-ITEM-NO
               FILE STATUS IS WS-RO-STATUS.

           Select Reorder-Proposal-File Assign To "reorderprop.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           Select Apply-List-File Assign To "reorderapl.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       COPY "INVREC.CPY".

       FD Reorder-File.
       COPY "REORDER.CPY".

       FD Reorder-Proposal-File.
       COPY "REORDPROP.CPY".

       FD Apply-List-File.
       01 Apply-List-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS    PIC XX.
       01 WS-RO-STATUS     PIC XX.
       01 WS-RP-STATUS     PIC XX.
       01 WS-LST-STATUS    PIC XX.

       01 WS-RP-EOF-SWITCH PIC X VALUE "N".
           88 RP-END-OF-FILE   VALUE "Y".

       01 WS-PROPOSAL-TABLE.
           05 WS-RP-ROW-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-RP-ROW OCCURS 2000 TIMES.
              10 WS-P-ITEM-NO        PIC X(10).
              10 WS-P-VENDOR-NO      PIC X(05).
              10 WS-P-REVIEW-DATE    PIC X(08).
              10 WS-P-HISTORY-DAYS   PIC 9(04).
              10 WS-P-UNITS-SOLD     PIC 9(07).
              10 WS-P-DAILY-SALES    PIC 9(05)V99.
              10 WS-P-LEAD-DAYS      PIC 9(03).
              10 WS-P-CURRENT-POINT  PIC 9(05).
              10 WS-P-CURRENT-UP-TO  PIC 9(05).
              10 WS-P-PROPOSED-POINT PIC 9(05).
              10 WS-P-PROPOSED-UP-TO PIC 9(05).
              10 WS-P-STATUS         PIC X(01).
              10 WS-P-OPERATOR-ID    PIC X(05).

       01 WS-RP-SUB        PIC 9(4).
       01 WS-APPROVED-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZEROS.

       01 WS-RP-OVERFLOW-SWITCH PIC X VALUE "N".
           88 RP-TABLE-OVERFLOWED   VALUE "Y".

       01 WS-RO-FOUND-SWITCH PIC X VALUE "N".
           88 REORDER-ON-FILE   VALUE "Y".

       01 WS-SKIP-REASON   PIC X(12).
       01 WS-OLD-POINT     PIC 9(05).
       01 WS-OLD-UP-TO     PIC 9(05).

       01 WS-LIST-HEADING-1 PIC X(40)
           VALUE "REORDER VALUES APPLIED:".

       01 WS-LIST-HEADING-2.
           05 FILLER PIC X(12) VALUE "ITEM-NO".
           05 FILLER PIC X(27) VALUE "DESCRIPTION".
           05 FILLER PIC X(08) VALUE " OLD ROP".
           05 FILLER PIC X(08) VALUE "  OLD UP".
           05 FILLER PIC X(08) VALUE " NEW ROP".
           05 FILLER PIC X(08) VALUE "  NEW UP".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "BY".
           05 FILLER PIC X(20) VALUE "REMARK".

       01 WS-LIST-LINE.
           05 WS-L-ITEM-NO     PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-L-DESCRIPTION PIC X(25).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-L-OLD-POINT   PIC ZZZZZZZ9.
           05 WS-L-OLD-UP-TO   PIC ZZZZZZZ9.
           05 WS-L-NEW-POINT   PIC ZZZZZZZ9.
           05 WS-L-NEW-UP-TO   PIC ZZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-L-OPERATOR-ID PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-L-REMARK      PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOAD-PROPOSAL-TABLE.
           IF RP-TABLE-OVERFLOWED
              DISPLAY "Proposal file no longer fits in one run."
           ELSE
              PERFORM VARYING WS-RP-SUB FROM 1 BY 1
                 UNTIL WS-RP-SUB > WS-RP-ROW-COUNT
                 IF WS-P-STATUS (WS-RP-SUB) = "Y"
                    ADD 1 TO WS-APPROVED-COUNT
                 END-IF
              END-PERFORM
              IF WS-APPROVED-COUNT = ZEROS
                 DISPLAY "No approved reorder proposals on file."
              ELSE
                 PERFORM APPLY-APPROVED-PROPOSALS
              END-IF
           END-IF.
           STOP RUN.

       APPLY-APPROVED-PROPOSALS.
           OPEN INPUT Inventory-File.
           IF WS-INV-STATUS = "35"
              DISPLAY "No inventory items, nothing applied."
           ELSE
              PERFORM OPEN-REORDER-IO
              OPEN OUTPUT Apply-List-File
              WRITE Apply-List-Line FROM WS-LIST-HEADING-1
              WRITE Apply-List-Line FROM WS-LIST-HEADING-2
              PERFORM VARYING WS-RP-SUB FROM 1 BY 1
                 UNTIL WS-RP-SUB > WS-RP-ROW-COUNT
                 IF WS-P-STATUS (WS-RP-SUB) = "Y"
                    PERFORM APPLY-ONE-PROPOSAL
                 END-IF
              END-PERFORM
              CLOSE Apply-List-File
              CLOSE Reorder-File
              CLOSE Inventory-File
              IF WS-APPLIED-COUNT > ZEROS
                 OR WS-SKIPPED-COUNT > ZEROS
                 PERFORM REWRITE-PROPOSAL-FILE
              END-IF
              DISPLAY WS-APPLIED-COUNT " reorder proposals applied, "
                 WS-SKIPPED-COUNT " skipped."
           END-IF.

       LOAD-PROPOSAL-TABLE.
           OPEN INPUT Reorder-Proposal-File.
           IF WS-RP-STATUS NOT = "35"
              PERFORM UNTIL RP-END-OF-FILE
                 READ Reorder-Proposal-File
                    AT END SET RP-END-OF-FILE TO TRUE
                    NOT AT END PERFORM ADD-PROPOSAL-ROW
                 END-READ
              END-PERFORM
              CLOSE Reorder-Proposal-File
           END-IF.

      *>----------------------------------------------------------
      *> The whole proposal file is rewritten from this table at
      *> the end of the run, so a row that does not fit is a
      *> reason to refuse the run rather than silently dropping
      *> rows.
      *>----------------------------------------------------------
       ADD-PROPOSAL-ROW.
           IF WS-RP-ROW-COUNT = 2000
              SET RP-TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-RP-ROW-COUNT
              MOVE RP-ITEM-NO       TO WS-P-ITEM-NO (WS-RP-ROW-COUNT)
              MOVE RP-VENDOR-NO     TO WS-P-VENDOR-NO (WS-RP-ROW-COUNT)
              MOVE RP-REVIEW-DATE
                 TO WS-P-REVIEW-DATE (WS-RP-ROW-COUNT)
              MOVE RP-HISTORY-DAYS
                 TO WS-P-HISTORY-DAYS (WS-RP-ROW-COUNT)
              MOVE RP-UNITS-SOLD    TO WS-P-UNITS-SOLD (WS-RP-ROW-COUNT)
              MOVE RP-DAILY-SALES
                 TO WS-P-DAILY-SALES (WS-RP-ROW-COUNT)
              MOVE RP-LEAD-DAYS     TO WS-P-LEAD-DAYS (WS-RP-ROW-COUNT)
              MOVE RP-CURRENT-POINT
                 TO WS-P-CURRENT-POINT (WS-RP-ROW-COUNT)
              MOVE RP-CURRENT-UP-TO
                 TO WS-P-CURRENT-UP-TO (WS-RP-ROW-COUNT)
              MOVE RP-PROPOSED-POINT
                 TO WS-P-PROPOSED-POINT (WS-RP-ROW-COUNT)
              MOVE RP-PROPOSED-UP-TO
                 TO WS-P-PROPOSED-UP-TO (WS-RP-ROW-COUNT)
              MOVE RP-STATUS        TO WS-P-STATUS (WS-RP-ROW-COUNT)
              MOVE RP-OPERATOR-ID
                 TO WS-P-OPERATOR-ID (WS-RP-ROW-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> Shared helper - opens the reorder file for update,
      *> creating it first on a fresh system.
      *>----------------------------------------------------------
       OPEN-REORDER-IO.
           OPEN I-O Reorder-File.
           IF WS-RO-STATUS = "35"
              OPEN OUTPUT Reorder-File
              CLOSE Reorder-File
              OPEN I-O Reorder-File
           END-IF.

      *>----------------------------------------------------------
      *> One approved proposal. The item is looked at again as it
      *> stands now, not as it stood at the review: discontinued
      *> since, or pinned since, and the proposal is skipped.
      *>----------------------------------------------------------
       APPLY-ONE-PROPOSAL.
           MOVE WS-P-ITEM-NO (WS-RP-SUB) TO ITEM-NO.
           READ Inventory-File
              INVALID KEY
                 DISPLAY "Item no longer on file, proposal held: "
                    ITEM-NO
              NOT INVALID KEY
                 IF Item-Discontinued
                    MOVE "DISCONTINUED" TO WS-SKIP-REASON
                    PERFORM SKIP-ONE-PROPOSAL
                 ELSE
                    PERFORM SET-REORDER-VALUES
                 END-IF
           END-READ.

       SET-REORDER-VALUES.
           MOVE "N" TO WS-RO-FOUND-SWITCH.
           MOVE ZEROS TO WS-OLD-POINT.
           MOVE ZEROS TO WS-OLD-UP-TO.
           MOVE ITEM-NO TO RO-ITEM-NO.
           READ Reorder-File
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SET REORDER-ON-FILE TO TRUE
                 MOVE RO-REORDER-POINT TO WS-OLD-POINT
                 MOVE RO-REORDER-UP-TO TO WS-OLD-UP-TO
           END-READ.
           IF REORDER-ON-FILE AND RO-PINNED-BY-HAND
              MOVE "PINNED" TO WS-SKIP-REASON
              PERFORM SKIP-ONE-PROPOSAL
           ELSE
              MOVE ITEM-NO TO RO-ITEM-NO
              MOVE WS-P-PROPOSED-POINT (WS-RP-SUB) TO RO-REORDER-POINT
              MOVE WS-P-PROPOSED-UP-TO (WS-RP-SUB) TO RO-REORDER-UP-TO
              MOVE "N" TO RO-PINNED
              IF REORDER-ON-FILE
                 REWRITE Reorder-Record
                    INVALID KEY
                       DISPLAY "Unable to update reorder record "
                          RO-ITEM-NO
                    NOT INVALID KEY
                       PERFORM MARK-APPLIED
                 END-REWRITE
              ELSE
                 WRITE Reorder-Record
                    INVALID KEY
                       DISPLAY "Unable to add reorder record "
                          RO-ITEM-NO
                    NOT INVALID KEY
                       PERFORM MARK-APPLIED
                 END-WRITE
              END-IF
           END-IF.

       MARK-APPLIED.
           MOVE "A" TO WS-P-STATUS (WS-RP-SUB).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO WS-SKIP-REASON.
           PERFORM WRITE-LIST-LINE.

       SKIP-ONE-PROPOSAL.
           MOVE "S" TO WS-P-STATUS (WS-RP-SUB).
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE WS-P-CURRENT-POINT (WS-RP-SUB) TO WS-OLD-POINT.
           MOVE WS-P-CURRENT-UP-TO (WS-RP-SUB) TO WS-OLD-UP-TO.
           PERFORM WRITE-LIST-LINE.

       WRITE-LIST-LINE.
           MOVE ITEM-NO                         TO WS-L-ITEM-NO.
           MOVE Description                     TO WS-L-DESCRIPTION.
           MOVE WS-OLD-POINT                    TO WS-L-OLD-POINT.
           MOVE WS-OLD-UP-TO                    TO WS-L-OLD-UP-TO.
           MOVE WS-P-PROPOSED-POINT (WS-RP-SUB) TO WS-L-NEW-POINT.
           MOVE WS-P-PROPOSED-UP-TO (WS-RP-SUB) TO WS-L-NEW-UP-TO.
           MOVE WS-P-OPERATOR-ID (WS-RP-SUB)    TO WS-L-OPERATOR-ID.
           MOVE SPACES TO WS-L-REMARK.
           IF WS-SKIP-REASON NOT = SPACES
              STRING "SKIPPED - "   DELIMITED BY SIZE
                     WS-SKIP-REASON DELIMITED BY SPACE
                 INTO WS-L-REMARK
              END-STRING
           END-IF.
           WRITE Apply-List-Line FROM WS-LIST-LINE.

       REWRITE-PROPOSAL-FILE.
           OPEN OUTPUT Reorder-Proposal-File.
           PERFORM VARYING WS-RP-SUB FROM 1 BY 1
              UNTIL WS-RP-SUB > WS-RP-ROW-COUNT
              MOVE WS-P-ITEM-NO (WS-RP-SUB)        TO RP-ITEM-NO
              MOVE WS-P-VENDOR-NO (WS-RP-SUB)      TO RP-VENDOR-NO
              MOVE WS-P-REVIEW-DATE (WS-RP-SUB)    TO RP-REVIEW-DATE
              MOVE WS-P-HISTORY-DAYS (WS-RP-SUB)   TO RP-HISTORY-DAYS
              MOVE WS-P-UNITS-SOLD (WS-RP-SUB)     TO RP-UNITS-SOLD
              MOVE WS-P-DAILY-SALES (WS-RP-SUB)    TO RP-DAILY-SALES
              MOVE WS-P-LEAD-DAYS (WS-RP-SUB)      TO RP-LEAD-DAYS
              MOVE WS-P-CURRENT-POINT (WS-RP-SUB)  TO RP-CURRENT-POINT
              MOVE WS-P-CURRENT-UP-TO (WS-RP-SUB)  TO RP-CURRENT-UP-TO
              MOVE WS-P-PROPOSED-POINT (WS-RP-SUB) TO RP-PROPOSED-POINT
              MOVE WS-P-PROPOSED-UP-TO (WS-RP-SUB) TO RP-PROPOSED-UP-TO
              MOVE WS-P-STATUS (WS-RP-SUB)         TO RP-STATUS
              MOVE WS-P-OPERATOR-ID (WS-RP-SUB)    TO RP-OPERATOR-ID
              WRITE Reorder-Proposal-Record
           END-PERFORM.
           CLOSE Reorder-Proposal-File.
