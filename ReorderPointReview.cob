      *
      * Reorder_Point_Review - periodic batch run that works each
      * item's reorder point and order-up-to quantity out of its
      * own sales instead of the guesswork keyed onto reorder.dat.
      * Every SALE row on the transaction log inside the history
      * window counts its units sold (old quantity less new)
      * against the item; when the live log does not reach back
      * the whole window because period closes have cut the older
      * rows out, every archive file those closes wrote back to the
      * window start is read too.
      * The average daily sale is the units sold over the days
      * the log actually covers. The lead time is the quoted
      * VEN-LEAD-DAYS of the item's vendor. The proposed reorder
      * point is the demand over the lead time plus a safety stock
      * of so many days' demand, and the proposed order-up-to
      * quantity is the reorder point plus the demand over one
      * ordering cycle. Every active item prints on the review
      * report with its current and proposed values; a proposal
      * row goes to the proposal file for each item whose values
      * would change, for a buyer to approve or reject through
      * Reorder_Point_Maintenance before Reorder_Point_Apply puts
      * them on reorder.dat. Pinned items print with their
      * proposal for reference but are never proposed; items with
      * no sales in the window are left as they are. Each run
      * writes the proposal file afresh, replacing any proposals
      * not yet applied. No operator prompts.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
       Program-ID. Reorder_Point_Review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select Inventory-File Assign To "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Reorder-File Assign To "reorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-ITEM-NO
               FILE STATUS IS WS-RO-STATUS.

           Select Vendor-File Assign To "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-NO
               FILE STATUS IS WS-VEN-STATUS.

           Select Transaction-Log-File Assign To "invtxnlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           Select Archive-File Assign To DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           Select Log-Baseline-File Assign To "txnbase.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAS-STATUS.

           Select Reorder-Proposal-File Assign To "reorderprop.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           Select Review-Report-File Assign To "reorderrev.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Inventory-File.
       COPY "INVREC.CPY".

       FD Reorder-File.
       COPY "REORDER.CPY".

       FD Vendor-File.
       COPY "VENDOR.CPY".

       FD Transaction-Log-File.
       COPY "TXNLOG.CPY".

      *> The period close's archive layout - the log row as it
      *> stood when the period was cut out.
       FD Archive-File.
       01 Archive-Record.
           05 ARC-DATE      PIC X(08).
           05 ARC-ITEM-NO   PIC X(10).
           05 ARC-FIELD     PIC X(08).
           05 ARC-OLD-VALUE PIC 9(07)V99.
           05 ARC-NEW-VALUE PIC 9(07)V99.
           05 ARC-OPERATOR-ID PIC X(05).

       FD Log-Baseline-File.
       COPY "TXNBASE.CPY".

       FD Reorder-Proposal-File.
       COPY "REORDPROP.CPY".

       FD Review-Report-File.
       01 Review-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS    PIC XX.
       01 WS-RO-STATUS     PIC XX.
       01 WS-VEN-STATUS    PIC XX.
       01 WS-TXN-STATUS    PIC XX.
       01 WS-ARC-STATUS    PIC XX.
       01 WS-BAS-STATUS    PIC XX.
       01 WS-RP-STATUS     PIC XX.
       01 WS-RPT-STATUS    PIC XX.

       01 WS-INV-EOF-SWITCH PIC X VALUE "N".
           88 INV-END-OF-FILE  VALUE "Y".

       01 WS-TXN-EOF-SWITCH PIC X VALUE "N".
           88 TXN-END-OF-FILE  VALUE "Y".

       01 WS-ARC-EOF-SWITCH PIC X VALUE "N".
           88 ARC-END-OF-FILE  VALUE "Y".

       01 WS-BAS-EOF-SWITCH PIC X VALUE "N".
           88 BAS-END-OF-FILE  VALUE "Y".

       01 WS-RO-FILE-SWITCH PIC X VALUE "N".
           88 REORDER-FILE-AVAILABLE VALUE "Y".

       01 WS-VEN-FILE-SWITCH PIC X VALUE "N".
           88 VENDOR-FILE-AVAILABLE  VALUE "Y".

       01 WS-ARCHIVE-SWITCH PIC X VALUE "N".
           88 ARCHIVE-READ     VALUE "Y".

      *> Recalculation policy. The history window is how far back
      *> the sales are averaged; the safety stock is so many days
      *> of average demand on top of the lead-time demand; the
      *> ordering cycle is how many days' demand an order should
      *> cover above the reorder point. An item whose vendor is
      *> missing or quotes no lead time is planned on the default
      *> lead time. The default reorder point is the one the
      *> low-stock report uses for items with no reorder record.
       01 WS-HISTORY-WINDOW-DAYS  PIC 9(04) VALUE 91.
       01 WS-SAFETY-DAYS          PIC 9(03) VALUE 7.
       01 WS-ORDER-CYCLE-DAYS     PIC 9(03) VALUE 14.
       01 WS-DEFAULT-LEAD-DAYS    PIC 9(03) VALUE 7.
       01 WS-DEFAULT-REORDER-POINT PIC 9(05) VALUE 10.

       01 WS-RUN-DATE        PIC X(8).
       01 WS-WINDOW-START    PIC X(8).
       01 WS-COVER-START     PIC X(8).
       01 WS-LIVE-FIRST-DATE PIC X(8).
       01 WS-ARC-FIRST-DATE  PIC X(8).
       01 WS-LAST-CLOSE-DATE PIC X(8) VALUE SPACES.
       01 WS-ARCHIVE-NAME    PIC X(30).
       01 WS-ARC-CUT-DATE    PIC X(8).
       01 WS-CLOSE-DATE-INT  PIC 9(8).

       01 WS-DATE-NUM        PIC 9(8).
       01 WS-DATE-INT        PIC 9(8).
       01 WS-RUN-DATE-INT    PIC 9(8).
       01 WS-HISTORY-DAYS    PIC 9(4).

       01 WS-SALES-TABLE.
           05 WS-SALES-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-SALES-ENTRY OCCURS 2000 TIMES.
              10 WS-S-ITEM-NO    PIC X(10).
              10 WS-S-UNITS      PIC 9(07).

       01 WS-SALES-SUB     PIC 9(4).
       01 WS-SALES-FOUND   PIC X.
           88 SALES-ON-TABLE   VALUE "Y".

       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 SALES-TABLE-OVERFLOWED VALUE "Y".

       01 WS-ROW-DATE      PIC X(8).
       01 WS-ROW-ITEM-NO   PIC X(10).
       01 WS-ROW-UNITS     PIC 9(07)V99.

       01 WS-UNITS-SOLD    PIC 9(07).
       01 WS-DAILY-SALES   PIC 9(05)V9999.
       01 WS-LEAD-DAYS     PIC 9(03).
       01 WS-CURRENT-POINT PIC 9(05).
       01 WS-CURRENT-UP-TO PIC 9(05).
       01 WS-PROPOSED-WORK PIC 9(09).
       01 WS-PROPOSED-POINT PIC 9(05).
       01 WS-PROPOSED-UP-TO PIC 9(05).
       01 WS-REMARK        PIC X(14).

       01 WS-PINNED-SWITCH PIC X VALUE "N".
           88 ITEM-PINNED      VALUE "Y".

       01 WS-ITEMS-REVIEWED  PIC 9(5) VALUE ZEROS.
       01 WS-PROPOSALS-WRITTEN PIC 9(5) VALUE ZEROS.
       01 WS-PINNED-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-NO-SALES-COUNT  PIC 9(5) VALUE ZEROS.

       01 WS-HEADING-1.
           05 FILLER      PIC X(28)
               VALUE "REORDER POINT REVIEW AS OF ".
           05 WS-H-DATE   PIC X(8).

       01 WS-HEADING-2.
           05 FILLER      PIC X(19) VALUE "SALES HISTORY FROM ".
           05 WS-H-FROM   PIC X(8).
           05 FILLER      PIC X(09) VALUE " THROUGH ".
           05 WS-H-THRU   PIC X(8).
           05 FILLER      PIC X(02) VALUE " (".
           05 WS-H-DAYS   PIC ZZZ9.
           05 FILLER      PIC X(06) VALUE " DAYS)".
           05 FILLER      PIC X(17) VALUE "   SAFETY STOCK ".
           05 WS-H-SAFETY PIC ZZ9.
           05 FILLER      PIC X(20) VALUE " DAYS, ORDER CYCLE ".
           05 WS-H-CYCLE  PIC ZZ9.
           05 FILLER      PIC X(05) VALUE " DAYS".

       01 WS-SHORT-NOTICE  PIC X(60)
           VALUE "NOTE: LOG ON FILE IS SHORTER THAN THE SALES WINDOW.".

       01 WS-HEADING-3.
           05 FILLER PIC X(12) VALUE "ITEM-NO".
           05 FILLER PIC X(27) VALUE "DESCRIPTION".
           05 FILLER PIC X(07) VALUE "VENDOR".
           05 FILLER PIC X(05) VALUE "LEAD".
           05 FILLER PIC X(09) VALUE "     SOLD".
           05 FILLER PIC X(11) VALUE "    PER DAY".
           05 FILLER PIC X(08) VALUE " CUR ROP".
           05 FILLER PIC X(08) VALUE "  CUR UP".
           05 FILLER PIC X(08) VALUE " NEW ROP".
           05 FILLER PIC X(08) VALUE "  NEW UP".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REMARK".

       01 WS-DETAIL-LINE.
           05 WS-D-ITEM-NO     PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-DESCRIPTION PIC X(25).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-VENDOR      PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-LEAD        PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-SOLD        PIC Z,ZZZ,ZZ9.
           05 WS-D-PER-DAY     PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-D-CUR-POINT   PIC ZZZZZZZ9.
           05 WS-D-CUR-UP-TO   PIC ZZZZZZZ9.
           05 WS-D-NEW-POINT   PIC ZZZZZZZ9.
           05 WS-D-NEW-UP-TO   PIC ZZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-REMARK      PIC X(14).

       01 WS-TOTAL-LINE.
           05 FILLER           PIC X(16) VALUE "ITEMS REVIEWED:".
           05 WS-T-REVIEWED    PIC ZZZZ9.
           05 FILLER           PIC X(14) VALUE "   PROPOSALS:".
           05 WS-T-PROPOSALS   PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE "   PINNED:".
           05 WS-T-PINNED      PIC ZZZZ9.
           05 FILLER           PIC X(13) VALUE "   NO SALES:".
           05 WS-T-NO-SALES    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-HISTORY-WINDOW.
           PERFORM LOAD-LAST-CLOSE-DATE.
           PERFORM TOTAL-LIVE-LOG-SALES.
           IF WS-LAST-CLOSE-DATE NOT = SPACES
              AND WS-LAST-CLOSE-DATE NOT < WS-WINDOW-START
              PERFORM TOTAL-ARCHIVE-SALES
           END-IF.
           IF SALES-TABLE-OVERFLOWED
              DISPLAY "Items sold do not fit in one run,"
                 " review not written."
           ELSE
              PERFORM SET-HISTORY-COVERAGE
              PERFORM REVIEW-ALL-ITEMS
              DISPLAY WS-ITEMS-REVIEWED " items reviewed, "
                 WS-PROPOSALS-WRITTEN " proposals written."
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------
      *> The window runs back from today the set number of days,
      *> today included.
      *>----------------------------------------------------------
       SET-HISTORY-WINDOW.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DATE-INT =
              WS-RUN-DATE-INT - WS-HISTORY-WINDOW-DAYS + 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-WINDOW-START.

      *>----------------------------------------------------------
      *> The baseline's as-of date is the last period close: the
      *> live log holds only the rows after it, and the archive
      *> named for it holds the period it closed.
      *>----------------------------------------------------------
       LOAD-LAST-CLOSE-DATE.
           OPEN INPUT Log-Baseline-File.
           IF WS-BAS-STATUS NOT = "35"
              PERFORM UNTIL BAS-END-OF-FILE
                 READ Log-Baseline-File
                    AT END SET BAS-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE BASE-AS-OF-DATE TO WS-LAST-CLOSE-DATE
                 END-READ
              END-PERFORM
              CLOSE Log-Baseline-File
           END-IF.

       TOTAL-LIVE-LOG-SALES.
           MOVE HIGH-VALUES TO WS-LIVE-FIRST-DATE.
           OPEN INPUT Transaction-Log-File.
           IF WS-TXN-STATUS NOT = "35"
              PERFORM UNTIL TXN-END-OF-FILE
                 READ Transaction-Log-File
                    AT END SET TXN-END-OF-FILE TO TRUE
                    NOT AT END PERFORM TAKE-LIVE-LOG-ROW
                 END-READ
              END-PERFORM
              CLOSE Transaction-Log-File
           END-IF.

       TAKE-LIVE-LOG-ROW.
           IF TXN-DATE < WS-LIVE-FIRST-DATE
              MOVE TXN-DATE TO WS-LIVE-FIRST-DATE
           END-IF.
           IF TXN-FIELD = "SALE"
              MOVE TXN-DATE    TO WS-ROW-DATE
              MOVE TXN-ITEM-NO TO WS-ROW-ITEM-NO
              IF TXN-OLD-VALUE > TXN-NEW-VALUE
                 COMPUTE WS-ROW-UNITS = TXN-OLD-VALUE - TXN-NEW-VALUE
                 PERFORM ADD-SALE-IN-WINDOW
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> Each close writes its archive named for the day it cut, so
      *> the archives reaching into the window are the ones named
      *> from the window start through the last close. The last
      *> close's archive is read first: without it the older ones
      *> would leave a gap before the live log, so the history
      *> then starts at the last close. Otherwise every other day
      *> in the span is tried, and each archive found is read.
      *>----------------------------------------------------------
       TOTAL-ARCHIVE-SALES.
           MOVE HIGH-VALUES TO WS-ARC-FIRST-DATE.
           MOVE WS-LAST-CLOSE-DATE TO WS-ARC-CUT-DATE.
           PERFORM READ-ONE-ARCHIVE.
           IF ARCHIVE-READ
              MOVE WS-LAST-CLOSE-DATE TO WS-DATE-NUM
              COMPUTE WS-CLOSE-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE WS-WINDOW-START TO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              PERFORM UNTIL WS-DATE-INT NOT < WS-CLOSE-DATE-INT
                 COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 MOVE WS-DATE-NUM TO WS-ARC-CUT-DATE
                 PERFORM READ-ONE-ARCHIVE
                 ADD 1 TO WS-DATE-INT
              END-PERFORM
           ELSE
              DISPLAY "Archive " WS-ARCHIVE-NAME " not on file,"
                 " history starts at the last period close."
           END-IF.

       READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "txnarch-"         DELIMITED BY SIZE
                  WS-ARC-CUT-DATE    DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
              INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN INPUT Archive-File.
           IF WS-ARC-STATUS = "00"
              SET ARCHIVE-READ TO TRUE
              MOVE "N" TO WS-ARC-EOF-SWITCH
              PERFORM UNTIL ARC-END-OF-FILE
                 READ Archive-File
                    AT END SET ARC-END-OF-FILE TO TRUE
                    NOT AT END PERFORM TAKE-ARCHIVE-ROW
                 END-READ
              END-PERFORM
              CLOSE Archive-File
           END-IF.

       TAKE-ARCHIVE-ROW.
           IF ARC-DATE < WS-ARC-FIRST-DATE
              MOVE ARC-DATE TO WS-ARC-FIRST-DATE
           END-IF.
           IF ARC-FIELD = "SALE"
              MOVE ARC-DATE    TO WS-ROW-DATE
              MOVE ARC-ITEM-NO TO WS-ROW-ITEM-NO
              IF ARC-OLD-VALUE > ARC-NEW-VALUE
                 COMPUTE WS-ROW-UNITS = ARC-OLD-VALUE - ARC-NEW-VALUE
                 PERFORM ADD-SALE-IN-WINDOW
              END-IF
           END-IF.

      *>----------------------------------------------------------
      *> The proposal file is written from these totals, so an
      *> item that does not fit is a reason to refuse the run
      *> rather than propose off a short count.
      *>----------------------------------------------------------
       ADD-SALE-IN-WINDOW.
           IF WS-ROW-DATE NOT < WS-WINDOW-START
              AND WS-ROW-DATE NOT > WS-RUN-DATE
              PERFORM FIND-SALES-ITEM
              IF SALES-ON-TABLE
                 ADD WS-ROW-UNITS TO WS-S-UNITS (WS-SALES-SUB)
              ELSE
                 IF WS-SALES-COUNT = 2000
                    SET SALES-TABLE-OVERFLOWED TO TRUE
                 ELSE
                    ADD 1 TO WS-SALES-COUNT
                    MOVE WS-ROW-ITEM-NO TO WS-S-ITEM-NO (WS-SALES-COUNT)
                    MOVE WS-ROW-UNITS   TO WS-S-UNITS (WS-SALES-COUNT)
                 END-IF
              END-IF
           END-IF.

       FIND-SALES-ITEM.
           MOVE "N" TO WS-SALES-FOUND.
           PERFORM VARYING WS-SALES-SUB FROM 1 BY 1
              UNTIL WS-SALES-SUB > WS-SALES-COUNT OR SALES-ON-TABLE
              IF WS-S-ITEM-NO (WS-SALES-SUB) = WS-ROW-ITEM-NO
                 SET SALES-ON-TABLE TO TRUE
              END-IF
           END-PERFORM.
           IF SALES-ON-TABLE
              SUBTRACT 1 FROM WS-SALES-SUB
           END-IF.

      *>----------------------------------------------------------
      *> The days the average is taken over: from the window start
      *> or the oldest day the log on file still covers, whichever
      *> is later, through today. After a period close the live log
      *> covers from the day after the close; the archives, when
      *> they were read, reach back to the first row of the oldest.
      *>----------------------------------------------------------
       SET-HISTORY-COVERAGE.
           IF WS-LAST-CLOSE-DATE = SPACES
              IF WS-LIVE-FIRST-DATE = HIGH-VALUES
                 MOVE WS-RUN-DATE TO WS-COVER-START
              ELSE
                 MOVE WS-LIVE-FIRST-DATE TO WS-COVER-START
              END-IF
           ELSE
              IF ARCHIVE-READ AND WS-ARC-FIRST-DATE NOT = HIGH-VALUES
                 MOVE WS-ARC-FIRST-DATE TO WS-COVER-START
              ELSE
                 MOVE WS-LAST-CLOSE-DATE TO WS-DATE-NUM
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
                 COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 MOVE WS-DATE-NUM TO WS-COVER-START
              END-IF
           END-IF.
           IF WS-COVER-START < WS-WINDOW-START
              MOVE WS-WINDOW-START TO WS-COVER-START
           END-IF.
           IF WS-COVER-START > WS-RUN-DATE
              MOVE WS-RUN-DATE TO WS-COVER-START
           END-IF.
           MOVE WS-COVER-START TO WS-DATE-NUM.
           COMPUTE WS-HISTORY-DAYS = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.

       REVIEW-ALL-ITEMS.
           OPEN INPUT Reorder-File.
           IF WS-RO-STATUS = "00"
              SET REORDER-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT Vendor-File.
           IF WS-VEN-STATUS = "00"
              SET VENDOR-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT Reorder-Proposal-File.
           OPEN OUTPUT Review-Report-File.
           MOVE WS-RUN-DATE         TO WS-H-DATE.
           WRITE Review-Report-Line FROM WS-HEADING-1.
           MOVE WS-COVER-START      TO WS-H-FROM.
           MOVE WS-RUN-DATE         TO WS-H-THRU.
           MOVE WS-HISTORY-DAYS     TO WS-H-DAYS.
           MOVE WS-SAFETY-DAYS      TO WS-H-SAFETY.
           MOVE WS-ORDER-CYCLE-DAYS TO WS-H-CYCLE.
           WRITE Review-Report-Line FROM WS-HEADING-2.
           IF WS-HISTORY-DAYS < WS-HISTORY-WINDOW-DAYS
              WRITE Review-Report-Line FROM WS-SHORT-NOTICE
           END-IF.
           MOVE SPACES TO Review-Report-Line.
           WRITE Review-Report-Line.
           WRITE Review-Report-Line FROM WS-HEADING-3.
           OPEN INPUT Inventory-File.
           IF WS-INV-STATUS NOT = "35"
              PERFORM UNTIL INV-END-OF-FILE
                 READ Inventory-File NEXT RECORD
                    AT END SET INV-END-OF-FILE TO TRUE
                    NOT AT END
                       IF Item-Active
                          PERFORM REVIEW-ONE-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE Inventory-File
           END-IF.
           MOVE SPACES TO Review-Report-Line.
           WRITE Review-Report-Line.
           MOVE WS-ITEMS-REVIEWED    TO WS-T-REVIEWED.
           MOVE WS-PROPOSALS-WRITTEN TO WS-T-PROPOSALS.
           MOVE WS-PINNED-COUNT      TO WS-T-PINNED.
           MOVE WS-NO-SALES-COUNT    TO WS-T-NO-SALES.
           WRITE Review-Report-Line FROM WS-TOTAL-LINE.
           CLOSE Review-Report-File.
           CLOSE Reorder-Proposal-File.
           IF VENDOR-FILE-AVAILABLE
              CLOSE Vendor-File
           END-IF.
           IF REORDER-FILE-AVAILABLE
              CLOSE Reorder-File
           END-IF.

      *>----------------------------------------------------------
      *> One active item: its current values off reorder.dat (the
      *> low-stock default when it has no record), its lead time
      *> off its vendor, its average daily sale, and the proposal.
      *>----------------------------------------------------------
       REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-REVIEWED.
           MOVE SPACES TO WS-REMARK.
           MOVE "N" TO WS-PINNED-SWITCH.
           MOVE WS-DEFAULT-REORDER-POINT TO WS-CURRENT-POINT.
           MOVE ZEROS TO WS-CURRENT-UP-TO.
           IF REORDER-FILE-AVAILABLE
              MOVE ITEM-NO TO RO-ITEM-NO
              READ Reorder-File
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE RO-REORDER-POINT TO WS-CURRENT-POINT
                    MOVE RO-REORDER-UP-TO TO WS-CURRENT-UP-TO
                    IF RO-PINNED-BY-HAND
                       SET ITEM-PINNED TO TRUE
                    END-IF
              END-READ
           END-IF.
           PERFORM FIND-LEAD-DAYS.
           MOVE ZEROS TO WS-UNITS-SOLD.
           MOVE ITEM-NO TO WS-ROW-ITEM-NO.
           PERFORM FIND-SALES-ITEM.
           IF SALES-ON-TABLE
              MOVE WS-S-UNITS (WS-SALES-SUB) TO WS-UNITS-SOLD
           END-IF.
           COMPUTE WS-DAILY-SALES ROUNDED =
              WS-UNITS-SOLD / WS-HISTORY-DAYS.
           PERFORM PROPOSE-NEW-VALUES.
           EVALUATE TRUE
              WHEN ITEM-PINNED
                 ADD 1 TO WS-PINNED-COUNT
                 MOVE "PINNED" TO WS-REMARK
              WHEN WS-UNITS-SOLD = ZEROS
                 ADD 1 TO WS-NO-SALES-COUNT
                 MOVE "NO SALES" TO WS-REMARK
              WHEN WS-PROPOSED-POINT = WS-CURRENT-POINT
                 AND WS-PROPOSED-UP-TO = WS-CURRENT-UP-TO
                 MOVE "NO CHANGE" TO WS-REMARK
              WHEN OTHER
                 PERFORM WRITE-PROPOSAL
                 IF WS-REMARK = SPACES
                    MOVE "PROPOSED" TO WS-REMARK
                 END-IF
           END-EVALUATE.
           PERFORM PRINT-REVIEW-LINE.

      *>----------------------------------------------------------
      *> An item with no vendor, a vendor not on the master, or a
      *> vendor quoting no lead time is planned on the default.
      *>----------------------------------------------------------
       FIND-LEAD-DAYS.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
           IF Vendor-No = SPACES OR NOT VENDOR-FILE-AVAILABLE
              MOVE "DEFAULT LEAD" TO WS-REMARK
           ELSE
              MOVE Vendor-No TO VEN-NO
              READ Vendor-File
                 INVALID KEY
                    MOVE "DEFAULT LEAD" TO WS-REMARK
                 NOT INVALID KEY
                    IF VEN-LEAD-DAYS IS NUMERIC
                       AND VEN-LEAD-DAYS > ZEROS
                       MOVE VEN-LEAD-DAYS TO WS-LEAD-DAYS
                    ELSE
                       MOVE "DEFAULT LEAD" TO WS-REMARK
                    END-IF
              END-READ
           END-IF.

      *>----------------------------------------------------------
      *> Reorder point = demand over the lead time plus the safety
      *> stock; order-up-to = the reorder point plus one ordering
      *> cycle's demand. Both are held to what the file can carry.
      *>----------------------------------------------------------
       PROPOSE-NEW-VALUES.
           COMPUTE WS-PROPOSED-WORK ROUNDED =
              WS-DAILY-SALES * (WS-LEAD-DAYS + WS-SAFETY-DAYS).
           IF WS-PROPOSED-WORK > 99999
              MOVE 99999 TO WS-PROPOSED-WORK
           END-IF.
           MOVE WS-PROPOSED-WORK TO WS-PROPOSED-POINT.
           COMPUTE WS-PROPOSED-WORK ROUNDED =
              WS-PROPOSED-POINT + WS-DAILY-SALES * WS-ORDER-CYCLE-DAYS.
           IF WS-PROPOSED-WORK > 99999
              MOVE 99999 TO WS-PROPOSED-WORK
           END-IF.
           MOVE WS-PROPOSED-WORK TO WS-PROPOSED-UP-TO.

       WRITE-PROPOSAL.
           MOVE ITEM-NO            TO RP-ITEM-NO.
           MOVE Vendor-No          TO RP-VENDOR-NO.
           MOVE WS-RUN-DATE        TO RP-REVIEW-DATE.
           MOVE WS-HISTORY-DAYS    TO RP-HISTORY-DAYS.
           MOVE WS-UNITS-SOLD      TO RP-UNITS-SOLD.
           COMPUTE RP-DAILY-SALES ROUNDED = WS-DAILY-SALES.
           MOVE WS-LEAD-DAYS       TO RP-LEAD-DAYS.
           MOVE WS-CURRENT-POINT   TO RP-CURRENT-POINT.
           MOVE WS-CURRENT-UP-TO   TO RP-CURRENT-UP-TO.
           MOVE WS-PROPOSED-POINT  TO RP-PROPOSED-POINT.
           MOVE WS-PROPOSED-UP-TO  TO RP-PROPOSED-UP-TO.
           MOVE "P"                TO RP-STATUS.
           MOVE SPACES             TO RP-OPERATOR-ID.
           WRITE Reorder-Proposal-Record.
           ADD 1 TO WS-PROPOSALS-WRITTEN.

       PRINT-REVIEW-LINE.
           MOVE ITEM-NO           TO WS-D-ITEM-NO.
           MOVE Description       TO WS-D-DESCRIPTION.
           MOVE Vendor-No         TO WS-D-VENDOR.
           MOVE WS-LEAD-DAYS      TO WS-D-LEAD.
           MOVE WS-UNITS-SOLD     TO WS-D-SOLD.
           MOVE WS-DAILY-SALES    TO WS-D-PER-DAY.
           MOVE WS-CURRENT-POINT  TO WS-D-CUR-POINT.
           MOVE WS-CURRENT-UP-TO  TO WS-D-CUR-UP-TO.
           MOVE WS-PROPOSED-POINT TO WS-D-NEW-POINT.
           MOVE WS-PROPOSED-UP-TO TO WS-D-NEW-UP-TO.
           MOVE WS-REMARK         TO WS-D-REMARK.
           WRITE Review-Report-Line FROM WS-DETAIL-LINE.
