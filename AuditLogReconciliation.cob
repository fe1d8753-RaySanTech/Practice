               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Transaction-Log-File Assign To "invtxnlog.dat"
