      ******************************************************************
      * Copybook: BNKREG
      * Author: rxxuzi
      * Date: 2024/07/11
      * Purpose: Shared record layout for the bank payment register
      *          (bankreg.txt). One row per item S118 put in an
      *          outbound batch - a refund (source "R", keyed by the
      *          registration) or an approved payable (source "A",
      *          keyed by supplier and invoice) - with the payee
      *          details exactly as sent. The row stays "S" (sent)
      *          until the bank's confirmation marks it "P" (paid)
      *          or "R" (rejected, with the bank's reason): the
      *          bank-side record every disbursement stands on.
      ******************************************************************
       01  BANK-REGISTER-RECORD.
           05  BRG-BATCH-NO                 PIC 9(05).
           05  BRG-ITEM-NO                  PIC 9(05).
           05  BRG-SOURCE                   PIC X(01).
               88  BRG-SOURCE-REFUND        VALUE "R".
               88  BRG-SOURCE-PAYABLE       VALUE "A".
           05  BRG-REFERENCE                PIC X(20).
           05  BRG-SUPPLIER                 PIC X(06).
           05  BRG-PAYEE-NAME               PIC X(30).
           05  BRG-PAYEE-SORT               PIC X(08).
           05  BRG-PAYEE-ACCOUNT            PIC X(20).
           05  BRG-AMOUNT                   PIC 9(09)V99.
           05  BRG-SENT-DATE                PIC 9(08).
           05  BRG-SENT-BY                  PIC 9(05).
           05  BRG-STATE                    PIC X(01).
               88  BRG-STATE-SENT           VALUE "S".
               88  BRG-STATE-PAID           VALUE "P".
               88  BRG-STATE-REJECTED       VALUE "R".
           05  BRG-CONFIRM-DATE             PIC 9(08).
           05  BRG-REJECT-REASON            PIC X(20).
