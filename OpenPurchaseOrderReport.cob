      * bottom - the lines a vendor will never ship stop hiding and
      * get cancelled instead of sitting "O" forever. Received and
      * cancelled lines do not print. No operator prompts.
      *
      * Modification history:
      *   Each line now shows the vendor's own part number, so the
      *   report can be read down the phone to the supplier.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
           05 FILLER PIC X(09) VALUE "  ORDERED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE " RECEIVED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "VENDOR PART".

       01 WS-DETAIL-LINE.
           05 WS-D-PO-NO     PIC 9(06).
           05 WS-D-ORDER-QTY PIC ZZZZZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-D-RECVD-QTY PIC ZZZZZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-D-VENDOR-PART PIC X(20).

       01 WS-TOTAL-LINE.
           05 FILLER         PIC X(22)
           MOVE PO-ITEM-NO      TO WS-D-ITEM-NO.
           MOVE PO-ORDER-QTY    TO WS-D-ORDER-QTY.
           MOVE PO-RECEIVED-QTY TO WS-D-RECVD-QTY.
           MOVE PO-VENDOR-PART-NO TO WS-D-VENDOR-PART.
           WRITE Open-PO-Report-Line FROM WS-DETAIL-LINE.
