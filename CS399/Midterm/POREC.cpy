               88 PO-OPEN VALUE "O".
               88 PO-FILLED VALUE "C".
               88 PO-CANCELLED VALUE "X".
      * QUANTITY THE SUPPLIER HAS BILLED AGAINST THE LINE SO FAR; A
      * BILL IS MATCHED AGAINST WHAT WAS RECEIVED AND NOT YET BILLED.
           05 PO-QTY-INVOICED PIC 9(5).
