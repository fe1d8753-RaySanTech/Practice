      *   location, so the change lands on the sales floor - a
      *   decrease deeper than the floor holds takes the rest out
      *   of the back room, keeping the total the sum of the two.
      *   Transaction log rows written by the batch update are stamped
      *   BATCH in the operator field, so the operator activity report
      *   does not take them for anyone's keyed change.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Batch-Transaction-File Assign To "batchtxn.dat"
           MOVE "QUANTITY"      TO TXN-FIELD.
           MOVE WS-OLD-QUANTITY TO TXN-OLD-VALUE.
           MOVE Quantity        TO TXN-NEW-VALUE.
           MOVE "BATCH" TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
           MOVE "PRICE"      TO TXN-FIELD.
           MOVE WS-OLD-PRICE TO TXN-OLD-VALUE.
           MOVE Price        TO TXN-NEW-VALUE.
           MOVE "BATCH" TO TXN-OPERATOR-ID.
           OPEN EXTEND Transaction-Log-File.
           WRITE Transaction-Log-Record.
           CLOSE Transaction-Log-File.
