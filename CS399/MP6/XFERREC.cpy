      ******************************************************************
      * XFERREC - Transfer register record, one row per conveyance
      * processed through the property master's TRANSFER option and
      * appended to XFERREG: who sold which lot to whom, when, and
      * under what deed/instrument number, for the Registry of Deeds
      * reconciliation.  Shared by the master program that writes it
      * and the sales-ratio study that reads it back.
      ******************************************************************
       01 XFER-REC.
           05 XFER-DATE PIC 9(8).
           05 XFER-LOT-NUMBER PIC 999999999.
           05 XFER-SELLER PIC A(26).
           05 XFER-BUYER PIC A(26).
           05 XFER-DEED-NUMBER PIC X(12).
           05 XFER-OPERATOR-ID PIC X(8).
      * THE OWNER NUMBERS BEHIND THE SELLER AND BUYER NAMES, SO THE
      * REGISTER TRACES CONVEYANCES THROUGH THE OWNER MASTER.
           05 XFER-SELLER-NO PIC 9(5).
           05 XFER-BUYER-NO PIC 9(5).
      * THE CONSIDERATION DECLARED ON THE DEED AND THE DEED'S OWN DATE,
      * WITH THE ARM'S-LENGTH FLAG: "N" MARKS A SALE BETWEEN RELATIVES,
      * A DONATION, A FORECLOSURE OR ANY OTHER CONVEYANCE WHOSE PRICE
      * IS NOT A MARKET PRICE, AND KEEPS IT OUT OF THE SALES-RATIO
      * STUDY.  THE LOT'S DISTRICT, CLASS, MARKET AND ASSESSED VALUES
      * ARE TAKEN AS THEY STOOD ON THE DAY OF THE TRANSFER, SO THE
      * STUDY COMPARES THE PRICE WITH THE VALUE IN FORCE AT THE SALE.
           05 XFER-DEED-DATE PIC 9(8).
           05 XFER-SELLING-PRICE PIC 9(9)V99.
           05 XFER-ARMS-LENGTH PIC X(1).
               88 XFER-ARMS-LENGTH-SALE VALUE "Y".
               88 XFER-NOT-ARMS-LENGTH VALUE "N".
           05 XFER-DISTRICT PIC X(3).
           05 XFER-CLASS PIC X(1).
           05 XFER-MARKET-VAL PIC 9(9)V99.
           05 XFER-ASSESSED-VAL PIC 999999V99.
