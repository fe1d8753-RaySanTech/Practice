      * morning. Rows not yet due stay pending; a row for an item
      * no longer on the stock file is reported and left pending
      * for someone to look at. No operator prompts.
      *
      * Modification history:
      *   The PRICE row on the transaction log now carries the ID
      *   of the operator who keyed the pending change, and the
      *   pending file is rewritten with its operator and keyed-date
      *   fields intact.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Pending-Price-File Assign To "pendprice.dat"
              10 WS-P-NEW-PRICE PIC 9(05)V99.
              10 WS-P-EFF-DATE  PIC X(08).
              10 WS-P-STATUS    PIC X(01).
              10 WS-P-OPERATOR-ID PIC X(05).
              10 WS-P-KEYED-DATE  PIC X(08).

       01 WS-PP-SUB        PIC 9(4).
       01 WS-APPLIED-COUNT PIC 9(4) VALUE ZEROS.
              MOVE PP-NEW-PRICE TO WS-P-NEW-PRICE (WS-PP-ROW-COUNT)
              MOVE PP-EFF-DATE  TO WS-P-EFF-DATE (WS-PP-ROW-COUNT)
              MOVE PP-STATUS    TO WS-P-STATUS (WS-PP-ROW-COUNT)
              MOVE PP-OPERATOR-ID TO WS-P-OPERATOR-ID (WS-PP-ROW-COUNT)
              MOVE PP-KEYED-DATE  TO WS-P-KEYED-DATE (WS-PP-ROW-COUNT)
           END-IF.

      *>----------------------------------------------------------
              MOVE WS-P-NEW-PRICE (WS-PP-SUB) TO PP-NEW-PRICE
              MOVE WS-P-EFF-DATE (WS-PP-SUB)  TO PP-EFF-DATE
              MOVE WS-P-STATUS (WS-PP-SUB)    TO PP-STATUS
              MOVE WS-P-OPERATOR-ID (WS-PP-SUB) TO PP-OPERATOR-ID
              MOVE WS-P-KEYED-DATE (WS-PP-SUB)  TO PP-KEYED-DATE
              WRITE Pending-Price-Record
           END-PERFORM.
           CLOSE Pending-Price-File.
      *>----------------------------------------------------------
      *> Transaction log / price history writer, matching the one
      *> in Shop_Inventory so the reconciliation cannot tell a
      *> batch-applied change from a keyed one. The PRICE row
      *> names the operator who keyed the pending change; a row
      *> keyed before sign-on existed is stamped BATCH.
      *>----------------------------------------------------------
       LOG-PRICE-CHANGE.
           MOVE WS-RUN-DATE  TO TXN-DATE.
           MOVE "PRICE"      TO TXN-FIELD.
           MOVE WS-OLD-PRICE TO TXN-OLD-VALUE.
           MOVE Price        TO TXN-NEW-VALUE.
           IF WS-P-OPERATOR-ID (WS-PP-SUB) = SPACES
              MOVE "BATCH" TO TXN-OPERATOR-ID
           ELSE
              MOVE WS-P-OPERATOR-ID (WS-PP-SUB) TO TXN-OPERATOR-ID
           END-IF.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
