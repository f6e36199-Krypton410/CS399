      ******************************************************************
      * ALPHREC - one depositor on the annual alphalist of payees
      * subjected to final withholding tax, in depositor-name order,
      * as filed with the revenue bureau.  ALP-CERT-NUMBER ties each
      * line to the certificate of final tax withheld the depositor
      * was given for the same year.
      ******************************************************************
       01 ALP-REC.
           05 ALP-TAX-YEAR PIC 9(4).
           05 ALP-CERT-NUMBER.
               10 ALP-CERT-YEAR PIC 9(4).
               10 ALP-CERT-SEQ PIC 9(5).
           05 ALP-CIF-NUMBER PIC 9(5).
           05 ALP-NAME PIC X(26).
           05 ALP-ADDRESS PIC X(30).
           05 ALP-ID-TYPE PIC X(10).
           05 ALP-ID-NUMBER PIC X(15).
           05 ALP-ACCOUNT-COUNT PIC 9(3).
           05 ALP-GROSS-INTEREST PIC 9(9)V99.
           05 ALP-TAX-WITHHELD PIC 9(9)V99.
