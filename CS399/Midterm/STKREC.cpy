      * RECEIVING, SO THE VALUATION REPORT AND THE PER-JOB MATERIAL
      * COST STOP BEING GUESSWORK OFF SELLING-PRICE CONSTANTS.
           05 STK-UNIT-COST PIC 9(5)V99.
      * THE DAY THE ITEM WAS LAST COUNTED AND ITS COUNT POSTED, SO
      * THE CYCLE COUNT CAN PICK THE ITEMS LONGEST UNCOUNTED.
           05 STK-LAST-COUNT-DATE PIC 9(8).
