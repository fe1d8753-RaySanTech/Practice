               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Count-File Assign To "countfile.dat"
