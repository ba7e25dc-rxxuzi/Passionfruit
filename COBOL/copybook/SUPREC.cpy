      *          per firm the shop orders equipment and supplies
      *          from - S098 maintains the list and raises purchase
      *          orders against it.
      *
      * Modification History:
      *   2024/07/08  rxz  Added SUP-TERMS-DAYS - the supplier's
      *                    payment terms in days from the invoice
      *                    date, which S117 stamps on the payables
      *                    ledger as the due date. The record grew;
      *                    rows written before this read back with
      *                    spaces there, which S117 takes as the
      *                    shipped 30 days.
      *   2024/07/11  rxz  Added SUP-BANK-SORT and SUP-BANK-ACCOUNT -
      *                    where S118's payment run sends the money
      *                    for approved payables. A supplier with no
      *                    bank details is left out of the run.
      ******************************************************************
       01  SUPPLIER-RECORD.
           05  SUP-CODE                     PIC X(06).
           05  SUP-STATE                    PIC X(01).
               88  SUP-STATE-ACTIVE         VALUE "A".
               88  SUP-STATE-INACTIVE       VALUE "I".
           05  SUP-TERMS-DAYS               PIC 9(03).
           05  SUP-BANK-SORT                PIC X(08).
           05  SUP-BANK-ACCOUNT             PIC X(20).
