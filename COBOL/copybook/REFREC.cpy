      *                    balancing. The record grew; rows written
      *                    before this read back with spaces there,
      *                    which means the head office.
      *   2024/07/11  rxz  Refunds by bank transfer. S041 can approve
      *                    a due refund for transfer (REF-METHOD "T")
      *                    with the payee's bank sort code and
      *                    account; S118's payment run puts it in an
      *                    outbound bank batch (state "S", stamped
      *                    REF-BATCH-NO / REF-BATCH-ITEM) and only
      *                    the bank's confirmation marks it paid - a
      *                    rejection puts it back to due. Rows
      *                    written before this read back with spaces
      *                    in REF-METHOD, which means paid at the
      *                    desk as before.
      ******************************************************************
       01  REFUND-RECORD.
           05  REF-STATE                    PIC X(01).
               88  REF-STATE-DUE            VALUE "D".
               88  REF-STATE-PAID           VALUE "P".
               88  REF-STATE-SENT           VALUE "S".
               88  REF-STATE-OUTSTANDING    VALUE "D" "S".
           05  REF-DB-ID                    PIC X(20).
           05  REF-AMOUNT                   PIC 9(07)V99.
           05  REF-RAISED-DATE              PIC 9(08).
           05  REF-PAID-BY                  PIC 9(05).
           05  REF-RECEIPT-NO               PIC 9(07).
           05  REF-BRANCH                   PIC X(03).
           05  REF-METHOD                   PIC X(01).
               88  REF-METHOD-DESK          VALUE "C" " ".
               88  REF-METHOD-TRANSFER      VALUE "T".
           05  REF-BANK-SORT                PIC X(08).
           05  REF-BANK-ACCOUNT             PIC X(20).
           05  REF-BATCH-NO                 PIC 9(05).
           05  REF-BATCH-ITEM               PIC 9(05).
