      ******************************************************************
      * OFCREC - Moulding offcut record, one row on OFCFILE for every
      * usable length left over from a stick (or from an earlier
      * offcut) the cut-list run cut sides from.  Offcuts on the rack
      * are laid out before a new stick is cut; once used they stay
      * on file marked used, so the rack's history can be followed.
      * Shared by the cut-list run and the stock room program.
      ******************************************************************
       01 OFC-REC.
           05 OFC-ID PIC 9(6).
           05 OFC-ITEM-CODE PIC X(6).
      * LENGTH IN INCHES AND TENTHS.
           05 OFC-LENGTH PIC 9(3)V9.
           05 OFC-STATUS PIC X(1).
               88 OFC-ON-RACK VALUE "A".
               88 OFC-USED VALUE "U".
           05 OFC-CUT-DATE PIC 9(8).
      * THE LAST JOB CUT FROM THE LENGTH THIS OFFCUT WAS LEFT OF.
           05 OFC-FROM-JOB PIC 9(6).
           05 OFC-USED-DATE PIC 9(8).
