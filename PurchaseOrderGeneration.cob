      *   on-order amount - two runs in a row no longer order the
      *   same shortfall twice. Cancelled ("X") and received ("R")
      *   lines do not count as on order.
      *   Generated rows are stamped BATCH in the operator field, with
      *   the run date as the date the row last changed.
      *   New order rows start with a zero confirmed cost; receiving
      *   fills it in.
      *   Each order line now carries the vendor's own part number off
      *   the Inventory-Record, so the order reads in the supplier's
      *   terms; header rows carry spaces.
      *   New order rows start with no received date; receiving fills
      *   it in.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Reorder-File Assign To "reorder.dat"
              10 WS-P-REORDER-POINT PIC 9(05).
              10 WS-P-ORDER-QTY     PIC 9(05).
              10 WS-P-VENDOR-NO     PIC X(05).
              10 WS-P-VENDOR-PART-NO PIC X(20).

       01 WS-VENDOR-LIST.
           05 WS-VENDOR-COUNT PIC 9(3) VALUE ZEROS.
                 TO WS-P-ORDER-QTY (WS-PO-LINE-COUNT)
              MOVE Vendor-No
                 TO WS-P-VENDOR-NO (WS-PO-LINE-COUNT)
              MOVE Vendor-Part-No
                 TO WS-P-VENDOR-PART-NO (WS-PO-LINE-COUNT)
              PERFORM ADD-VENDOR-TO-LIST
           END-IF.

           MOVE "O"              TO PO-STATUS.
           MOVE WS-V-VENDOR-NO (WS-VENDOR-SUB) TO PO-VENDOR-NO.
           MOVE SPACES           TO PO-CANCEL-REASON.
           MOVE "BATCH"          TO PO-OPERATOR-ID.
           MOVE WS-RUN-DATE      TO PO-CHANGE-DATE.
           MOVE ZEROS            TO PO-RECEIVED-COST.
           MOVE SPACES           TO PO-VENDOR-PART-NO.
           MOVE SPACES           TO PO-RECEIVED-DATE.
           WRITE Purchase-Order-Record.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-LINE-COUNT
                 MOVE "O"         TO PO-STATUS
                 MOVE WS-V-VENDOR-NO (WS-VENDOR-SUB) TO PO-VENDOR-NO
                 MOVE SPACES      TO PO-CANCEL-REASON
                 MOVE "BATCH"     TO PO-OPERATOR-ID
                 MOVE WS-RUN-DATE TO PO-CHANGE-DATE
                 MOVE ZEROS       TO PO-RECEIVED-COST
                 MOVE WS-P-VENDOR-PART-NO (WS-PO-SUB)
                    TO PO-VENDOR-PART-NO
                 MOVE SPACES      TO PO-RECEIVED-DATE
                 WRITE Purchase-Order-Record
              END-IF
           END-PERFORM.
