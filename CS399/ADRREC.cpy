      ******************************************************************
      * ADRREC - Realty tax auto-debit enrollment record, one row on
      * ADRFILE per lot or per owner whose tax is paid out of a time
      * deposit.  An owner-number enrollment covers every lot the
      * owner holds on the property master; a lot enrollment covers
      * that lot alone and wins over the owner's.  The deposit
      * account's CIF is kept as it stood at enrollment, so an
      * account that has since moved to another customer is never
      * debited for somebody else's tax.  A cancelled enrollment
      * keeps its row, dated.  Shared by the enrollment screen and
      * the installment debit run, so the two never drift apart.
      ******************************************************************
       01 ADR-REC.
           05 ADR-KEY.
               10 ADR-ENROLL-TYPE PIC X(1).
                   88 ADR-BY-LOT VALUE "L".
                   88 ADR-BY-OWNER VALUE "O".
                   88 ADR-TYPE-VALID VALUES "L" "O".
      * THE LOT NUMBER, OR THE OWNRMAST OWNER NUMBER RIGHT-ALIGNED.
               10 ADR-REFERENCE PIC 9(9).
           05 ADR-ACCOUNT-NUMBER PIC 99999.
           05 ADR-CIF-NUMBER PIC 9(5).
           05 ADR-ENROLL-DATE PIC 9(8).
           05 ADR-STATUS PIC X(1).
               88 ADR-ACTIVE VALUE "A".
               88 ADR-CANCELLED VALUE "X".
           05 ADR-CANCEL-DATE PIC 9(8).
           05 ADR-OPERATOR-ID PIC X(8).
