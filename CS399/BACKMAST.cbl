
      ******************************************************************
      * BACKUP RECORDS - fixed-size images of the master records,
      * padded with spaces.  BOTH generations use the same 160-byte
      * image - sized past the wider (deposit) record - so the
      * restore program reads either kind through one record
      * description without ever truncating a byte.
       FD LOT-BACKUP-FILE
           DATA RECORD IS BAK-LOT-REC.

       01 BAK-LOT-REC PIC X(160).

       FD DEP-BACKUP-FILE
           DATA RECORD IS BAK-DEP-REC.

       01 BAK-DEP-REC PIC X(160).

       FD BACKUP-CONTROL-FILE
           DATA RECORD IS BCTL-REC.
       01 BCTL-REC.
           05 BCTL-NEXT-GEN PIC 9.

       FD BACKUP-LOG-FILE
           DATA RECORD IS BLOG-REC.

       COPY "BLOGREC.cpy".

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
