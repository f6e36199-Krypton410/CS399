      * FROM THE STOCK ITEMS THE DRAW-DOWN CONSUMED AT THEIR UNIT
      * COSTS, SO THE MARGIN REPORT COMPARES REAL COST TO PRICE.
           05 JOB-MATERIAL-COST PIC 9(7)V99.
      * THE DAY THE CUT-LIST RUN LAID THE FRAME'S FOUR SIDES ONTO
      * MOULDING STICKS AND OFFCUTS; ZERO UNTIL THEN, SO A JOB IS
      * NEVER CUT TWICE.
           05 JOB-CUT-DATE PIC 9(8).
      * A REMAKE OF A FRAME THAT CAME BACK IS A JOB OF ITS OWN AT NO
      * CHARGE, CARRYING THE ORIGINAL JOB NUMBER AND WHY IT CAME BACK
      * (THE CREDIT MEMO REASON CODES); ZERO AND SPACE ON AN ORDINARY
      * ORDER.
           05 JOB-REMAKE-OF PIC 9(6).
           05 JOB-REMAKE-REASON PIC X(1).
      * THE EARLIEST DATE THE SHOP'S CAPACITY COULD TAKE THE FRAME ON
      * THE DAY IT WAS ORDERED (CAPCALC), AND WHY THE COUNTER PROMISED
      * A DIFFERENT DATE WHEN IT DID; ZERO AND SPACES WHERE NO
      * CAPACITY CHECK WAS MADE.
           05 JOB-CAPACITY-DATE PIC 9(8).
           05 JOB-OVERRIDE-REASON PIC X(20).
