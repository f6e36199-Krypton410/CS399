      ******************************************************************
      * BLOGREC - Backup register, one row appended to BACKLOG each
      * time BACKMAST takes a backup generation, so the operator can
      * see which generation holds which night:
      *   BLOG-DATE/TIME   - when the backup was taken
      *   BLOG-GENERATION  - the generation written (1-5, cycling)
      *   BLOG-LOT-COUNT   - lot master records copied
      *   BLOG-DEP-COUNT   - deposit master records copied
      * The recovery journal stamps each after-image with the latest
      * row, and the roll-forward reads it to find where a restored
      * generation stands.
      ******************************************************************
       01 BLOG-REC.
           05 BLOG-DATE PIC 9(8).
           05 BLOG-TIME PIC 9(8).
           05 BLOG-GENERATION PIC 9.
           05 BLOG-LOT-COUNT PIC 9(5).
           05 BLOG-DEP-COUNT PIC 9(5).
