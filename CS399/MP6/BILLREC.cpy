      * AS RESIDENTIAL), SO THE COLLECTION EFFICIENCY REPORT CAN
      * BREAK BILLED AMOUNTS OUT BY CLASS WITHOUT REDERIVING THEM.
           05 BILL-PROP-CLASS PIC X(1).
      * OPEN TAXPAYER CREDIT THE LOT CARRIED ON TAXCRDT AT BILLING
      * TIME (ADVANCE, DOUBLE OR ERRONEOUS PAYMENTS).  SHOWN ON THE
      * BILL AS A DEDUCTION; THE COLLECTIONS LOAD ACTUALLY SPENDS IT
      * AGAINST THE RECEIVABLE, SO A RERUN OF THE BILLING NEVER
      * SPENDS THE SAME CREDIT TWICE.
           05 BILL-CREDIT-ON-FILE PIC 9(7)V99.
