      *   floor (Qty-Floor) with an empty back room - whoever runs
      *   the cutover moves stock to the back room through the
      *   transfer entry as the shelves are actually arranged.
      *   The customer and category masters grew for sales tax, so
      *   they convert here too, each from its layout before the
      *   tax fields: every converted category comes back taxable
      *   (CAT-TAX-FLAG "T") and every converted customer not
      *   exempt with no certificate on file - exempt departments
      *   and trade customers are flagged afterwards through their
      *   maintenance programs.
      *   The customer master grew again for credit control in the
      *   same release, so one conversion still covers it from the
      *   layout before the tax fields: converted accounts come back
      *   not exempt, with no certificate, a zero credit limit and
      *   off hold - exemptions and limits are keyed afterwards
      *   through Customer_Maintenance, and until then a charge to
      *   the account needs a supervisor's override. A category
      *   file already carrying the tax flag reports as already
      *   converted.
      *   The reorder file grew by the pinned flag, so its old layout
      *   here now carries the reorder-up-to quantity: converted items
      *   keep both values and come back unpinned.
      *   The stock file grew by the UPC, now an alternate key, and the
      *   vendor's part number, so its old layout here now carries the
      *   vendor, cost, and by-location quantities: converted items keep
      *   them all and come back with no UPC and no part number.
      *
       >> Source Format Free
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-NO
               ALTERNATE RECORD KEY IS UPC-Code WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           Select Old-Reorder-File Assign To "reorder.dat"
               RECORD KEY IS RO-ITEM-NO
               FILE STATUS IS WS-RO-STATUS.

           Select Old-Category-File Assign To "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CAT-CODE
               FILE STATUS IS WS-OCAT-STATUS.

           Select Category-File Assign To "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

           Select Old-Customer-File Assign To "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CU-NO
               FILE STATUS IS WS-OCUS-STATUS.

           Select Customer-File Assign To "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-CUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The stock file as every program declared it before the
      *> UPC and the vendor's part number were added.
       FD Old-Inventory-File.
       01 Old-Inventory-Record.
           05 OLD-ITEM-NO       PIC X(10).
           05 OLD-PRICE         PIC 9(5)V99.
           05 OLD-ITEM-STATUS   PIC X(1).
           05 OLD-CATEGORY-CODE PIC X(4).
           05 OLD-VENDOR-NO     PIC X(5).
           05 OLD-UNIT-COST     PIC 9(5)V99.
           05 OLD-QTY-FLOOR     PIC 9(5).
           05 OLD-QTY-BACK      PIC 9(5).

       FD Inventory-File.
       COPY "INVREC.CPY".

      *> The reorder file before the pinned flag was added.
       FD Old-Reorder-File.
       01 Old-Reorder-Record.
           05 OLD-RO-ITEM-NO       PIC X(10).
           05 OLD-RO-REORDER-POINT PIC 9(05).
           05 OLD-RO-REORDER-UP-TO PIC 9(05).

       FD Reorder-File.
       COPY "REORDER.CPY".

      *> The category master before the sales-tax flag was added.
       FD Old-Category-File.
       01 Old-Category-Record.
           05 OLD-CAT-CODE        PIC X(04).
           05 OLD-CAT-DESCRIPTION PIC X(30).
           05 OLD-CAT-GL-ACCOUNT  PIC X(08).

       FD Category-File.
       COPY "CATEGORY.CPY".

      *> The customer master before the tax exemption, credit limit
      *> and hold flag were added.
       FD Old-Customer-File.
       01 Old-Customer-Record.
           05 OLD-CU-NO          PIC X(06).
           05 OLD-CU-NAME        PIC X(30).
           05 OLD-CU-PHONE       PIC X(12).
           05 OLD-CU-BALANCE     PIC S9(07)V99.

       FD Customer-File.
       COPY "CUSTOMER.CPY".

       WORKING-STORAGE SECTION.
       01 WS-OINV-STATUS  PIC XX.
       01 WS-INV-STATUS   PIC XX.
       01 WS-ORO-STATUS   PIC XX.
       01 WS-RO-STATUS    PIC XX.
       01 WS-OCAT-STATUS  PIC XX.
       01 WS-CAT-STATUS   PIC XX.
       01 WS-OCUS-STATUS  PIC XX.
       01 WS-CUS-STATUS   PIC XX.

       01 WS-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-FILE     VALUE "Y".
              10 WS-I-PRICE         PIC 9(05)V99.
              10 WS-I-ITEM-STATUS   PIC X(01).
              10 WS-I-CATEGORY-CODE PIC X(04).
              10 WS-I-VENDOR-NO     PIC X(05).
              10 WS-I-UNIT-COST     PIC 9(05)V99.
              10 WS-I-QTY-FLOOR     PIC 9(05).
              10 WS-I-QTY-BACK      PIC 9(05).

       01 WS-RO-TABLE.
           05 WS-RO-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-RO-ENTRY OCCURS 1000 TIMES.
              10 WS-R-ITEM-NO       PIC X(10).
              10 WS-R-REORDER-POINT PIC 9(05).
              10 WS-R-REORDER-UP-TO PIC 9(05).

       01 WS-CAT-TABLE.
           05 WS-CAT-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-CAT-ENTRY OCCURS 1000 TIMES.
              10 WS-C-CAT-CODE       PIC X(04).
              10 WS-C-DESCRIPTION    PIC X(30).
              10 WS-C-GL-ACCOUNT     PIC X(08).

       01 WS-CUS-TABLE.
           05 WS-CUS-COUNT PIC 9(4) VALUE ZEROS.
           05 WS-CUS-ENTRY OCCURS 1000 TIMES.
              10 WS-U-CU-NO          PIC X(06).
              10 WS-U-NAME           PIC X(30).
              10 WS-U-PHONE          PIC X(12).
              10 WS-U-BALANCE        PIC S9(07)V99.

       01 WS-TABLE-SUB    PIC 9(4).

       MAIN-PARAGRAPH.
           PERFORM CONVERT-INVENTORY-FILE.
           PERFORM CONVERT-REORDER-FILE.
           PERFORM CONVERT-CATEGORY-FILE.
           PERFORM CONVERT-CUSTOMER-FILE.
           STOP RUN.

       CONVERT-INVENTORY-FILE.
                 TO WS-I-ITEM-STATUS (WS-ITEM-COUNT)
              MOVE OLD-CATEGORY-CODE
                 TO WS-I-CATEGORY-CODE (WS-ITEM-COUNT)
              MOVE OLD-VENDOR-NO  TO WS-I-VENDOR-NO (WS-ITEM-COUNT)
              MOVE OLD-UNIT-COST  TO WS-I-UNIT-COST (WS-ITEM-COUNT)
              MOVE OLD-QTY-FLOOR  TO WS-I-QTY-FLOOR (WS-ITEM-COUNT)
              MOVE OLD-QTY-BACK   TO WS-I-QTY-BACK (WS-ITEM-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> Every converted item keeps its vendor, cost, and stock by
      *> location, and goes back on file with no UPC and no vendor
      *> part number - the UPC is keyed through Shop_Inventory and
      *> the part number with the vendor assignment in
      *> Vendor_Maintenance.
      *>----------------------------------------------------------
       WRITE-NEW-INVENTORY.
           OPEN OUTPUT Inventory-File.
              MOVE WS-I-ITEM-STATUS (WS-TABLE-SUB) TO Item-Status
              MOVE WS-I-CATEGORY-CODE (WS-TABLE-SUB)
                 TO Category-Code
              MOVE WS-I-VENDOR-NO (WS-TABLE-SUB)   TO Vendor-No
              MOVE WS-I-UNIT-COST (WS-TABLE-SUB)   TO Unit-Cost
              MOVE WS-I-QTY-FLOOR (WS-TABLE-SUB)   TO Qty-Floor
              MOVE WS-I-QTY-BACK (WS-TABLE-SUB)    TO Qty-Back
              MOVE SPACES TO UPC-Code
              MOVE SPACES TO Vendor-Part-No
              WRITE Inventory-Record
                 INVALID KEY
                    DISPLAY "Unable to rewrite item " ITEM-NO
              MOVE OLD-RO-ITEM-NO TO WS-R-ITEM-NO (WS-RO-COUNT)
              MOVE OLD-RO-REORDER-POINT
                 TO WS-R-REORDER-POINT (WS-RO-COUNT)
              MOVE OLD-RO-REORDER-UP-TO
                 TO WS-R-REORDER-UP-TO (WS-RO-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> Every converted item keeps its reorder point and up-to
      *> quantity and comes back unpinned, so the recalculation
      *> may propose new values for it; items whose values must
      *> stay as keyed are pinned afterwards through
      *> Reorder_Point_Maintenance.
      *>----------------------------------------------------------
       WRITE-NEW-REORDER.
           OPEN OUTPUT Reorder-File.
              UNTIL WS-TABLE-SUB > WS-RO-COUNT
              MOVE WS-R-ITEM-NO (WS-TABLE-SUB)       TO RO-ITEM-NO
              MOVE WS-R-REORDER-POINT (WS-TABLE-SUB) TO RO-REORDER-POINT
              MOVE WS-R-REORDER-UP-TO (WS-TABLE-SUB) TO RO-REORDER-UP-TO
              MOVE "N" TO RO-PINNED
              WRITE Reorder-Record
                 INVALID KEY
                    DISPLAY "Unable to rewrite reorder row "
              END-WRITE
           END-PERFORM.
           CLOSE Reorder-File.

       CONVERT-CATEGORY-FILE.
           MOVE "N" TO WS-OVERFLOW-SWITCH.
           OPEN INPUT Old-Category-File.
           EVALUATE WS-OCAT-STATUS
              WHEN "00"
                 PERFORM LOAD-OLD-CATEGORY
                 CLOSE Old-Category-File
                 IF TABLE-OVERFLOWED
                    DISPLAY "category.dat does not fit in one run,"
                       " not converted."
                 ELSE
                    PERFORM WRITE-NEW-CATEGORY
                    DISPLAY "category.dat converted, "
                       WS-CAT-COUNT " categories."
                 END-IF
              WHEN "35"
                 DISPLAY "No category.dat, nothing to convert."
              WHEN OTHER
                 DISPLAY "category.dat not readable under the old"
                    " layout (status " WS-OCAT-STATUS
                    "), already converted?"
           END-EVALUATE.

       LOAD-OLD-CATEGORY.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
              READ Old-Category-File NEXT RECORD
                 AT END SET END-OF-FILE TO TRUE
                 NOT AT END PERFORM ADD-OLD-CATEGORY
              END-READ
           END-PERFORM.

       ADD-OLD-CATEGORY.
           IF WS-CAT-COUNT = 1000
              SET TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-CAT-COUNT
              MOVE OLD-CAT-CODE TO WS-C-CAT-CODE (WS-CAT-COUNT)
              MOVE OLD-CAT-DESCRIPTION
                 TO WS-C-DESCRIPTION (WS-CAT-COUNT)
              MOVE OLD-CAT-GL-ACCOUNT
                 TO WS-C-GL-ACCOUNT (WS-CAT-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> Every department comes back taxable, which is what the
      *> register did before the flag existed; exempt departments
      *> are flagged afterwards through Category_Maintenance.
      *>----------------------------------------------------------
       WRITE-NEW-CATEGORY.
           OPEN OUTPUT Category-File.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
              UNTIL WS-TABLE-SUB > WS-CAT-COUNT
              MOVE WS-C-CAT-CODE (WS-TABLE-SUB)    TO CAT-CODE
              MOVE WS-C-DESCRIPTION (WS-TABLE-SUB) TO CAT-DESCRIPTION
              MOVE WS-C-GL-ACCOUNT (WS-TABLE-SUB)  TO CAT-GL-ACCOUNT
              MOVE "T" TO CAT-TAX-FLAG
              WRITE Category-Record
                 INVALID KEY
                    DISPLAY "Unable to rewrite category " CAT-CODE
              END-WRITE
           END-PERFORM.
           CLOSE Category-File.

       CONVERT-CUSTOMER-FILE.
           MOVE "N" TO WS-OVERFLOW-SWITCH.
           OPEN INPUT Old-Customer-File.
           EVALUATE WS-OCUS-STATUS
              WHEN "00"
                 PERFORM LOAD-OLD-CUSTOMER
                 CLOSE Old-Customer-File
                 IF TABLE-OVERFLOWED
                    DISPLAY "customer.dat does not fit in one run,"
                       " not converted."
                 ELSE
                    PERFORM WRITE-NEW-CUSTOMER
                    DISPLAY "customer.dat converted, "
                       WS-CUS-COUNT " customers."
                 END-IF
              WHEN "35"
                 DISPLAY "No customer.dat, nothing to convert."
              WHEN OTHER
                 DISPLAY "customer.dat not readable under the old"
                    " layout (status " WS-OCUS-STATUS
                    "), already converted?"
           END-EVALUATE.

       LOAD-OLD-CUSTOMER.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
              READ Old-Customer-File NEXT RECORD
                 AT END SET END-OF-FILE TO TRUE
                 NOT AT END PERFORM ADD-OLD-CUSTOMER
              END-READ
           END-PERFORM.

       ADD-OLD-CUSTOMER.
           IF WS-CUS-COUNT = 1000
              SET TABLE-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-CUS-COUNT
              MOVE OLD-CU-NO      TO WS-U-CU-NO (WS-CUS-COUNT)
              MOVE OLD-CU-NAME    TO WS-U-NAME (WS-CUS-COUNT)
              MOVE OLD-CU-PHONE   TO WS-U-PHONE (WS-CUS-COUNT)
              MOVE OLD-CU-BALANCE TO WS-U-BALANCE (WS-CUS-COUNT)
           END-IF.

      *>----------------------------------------------------------
      *> Every customer comes back not exempt, with no certificate,
      *> a zero credit limit and off hold; exemptions and limits are
      *> keyed afterwards through Customer_Maintenance.
      *>----------------------------------------------------------
       WRITE-NEW-CUSTOMER.
           OPEN OUTPUT Customer-File.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
              UNTIL WS-TABLE-SUB > WS-CUS-COUNT
              MOVE WS-U-CU-NO (WS-TABLE-SUB)   TO CU-NO
              MOVE WS-U-NAME (WS-TABLE-SUB)    TO CU-NAME
              MOVE WS-U-PHONE (WS-TABLE-SUB)   TO CU-PHONE
              MOVE WS-U-BALANCE (WS-TABLE-SUB) TO CU-BALANCE
              MOVE "N"    TO CU-TAX-EXEMPT
              MOVE SPACES TO CU-TAX-CERT-NO
              MOVE ZEROS  TO CU-CREDIT-LIMIT
              MOVE "N"    TO CU-CREDIT-HOLD
              WRITE Customer-Record
                 INVALID KEY
                    DISPLAY "Unable to rewrite customer " CU-NO
              END-WRITE
           END-PERFORM.
           CLOSE Customer-File.
