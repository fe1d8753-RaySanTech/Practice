      *> the total keeps working. Receiving lands stock in the back
      *> room, sales relieve the floor, and the transfer entry is
      *> what moves stock between the two.
      *> UPC-Code is the manufacturer's barcode off the carton or
      *> shelf tag - 12 to 14 digits, so it can never be mistaken
      *> for an ITEM-NO - and is an alternate key on inventory.dat,
      *> so every item lookup takes either one. The key allows
      *> duplicates only so that the many items with no UPC yet
      *> (spaces) can share it; Shop_Inventory refuses a UPC already
      *> on another item. Vendor-Part-No is the supplier's own part
      *> number for the item, kept with the vendor assignment and
      *> printed on the purchase order; spaces is none on file.
       01 Inventory-Record.
           05 ITEM-NO       PIC X(10).
           05 Description   PIC X(50).
           05 Unit-Cost     PIC 9(5)V99.
           05 Qty-Floor     PIC 9(5).
           05 Qty-Back      PIC 9(5).
           05 UPC-Code      PIC X(14).
           05 Vendor-Part-No PIC X(20).
