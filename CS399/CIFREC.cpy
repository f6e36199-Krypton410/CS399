               88 CIF-TAXABLE VALUE "T".
               88 CIF-TAX-EXEMPT VALUE "E".
           05 CIF-TAKEN-ON-DATE PIC 9(8).
      * DECEASED FLAG AND DATE OF DEATH, SET BY THE ESTATE PROGRAM
      * WHEN THE BANK LEARNS OF THE DEATH.  BLANK ON CUSTOMERS TAKEN
      * ON BEFORE THE FLAG EXISTED READS AS LIVING.
           05 CIF-DECEASED PIC X(1).
               88 CIF-IS-DECEASED VALUE "Y".
           05 CIF-DATE-OF-DEATH PIC 9(8).
