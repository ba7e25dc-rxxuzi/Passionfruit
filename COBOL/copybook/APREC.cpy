      ******************************************************************
      * Copybook: APREC
      * Author: rxxuzi
      * Date: 2024/07/08
      * Purpose: Shared record layout for the accounts-payable
      *          ledger (apledger.txt). One row per supplier-invoice
      *          line S117 matched or a supervisor released: what is
      *          owed, to whom, and when - AP-DUE-DATE is the invoice
      *          date plus the supplier's SUP-TERMS-DAYS. The row is
      *          open until it is paid; S117's aging ages the unpaid
      *          part by due date, and S042 posts the day's new
      *          entries (AP-ENTRY-DATE) as purchases against trade
      *          payables.
      *
      * Modification History:
      *   2024/07/11  rxz  Payment states. A supervisor approves an
      *                    open row for payment in S117 (state "A",
      *                    AP-APPROVED-BY / -DATE); S118's payment
      *                    run puts approved rows in an outbound bank
      *                    batch (state "S", AP-BATCH-NO / -ITEM)
      *                    and the bank's confirmation marks them
      *                    paid - a rejection puts the row back to
      *                    approved for the next run.
      ******************************************************************
       01  PAYABLE-RECORD.
           05  AP-INVOICE-NO                PIC X(12).
           05  AP-SUPPLIER                  PIC X(06).
           05  AP-PO-NO                     PIC 9(07).
           05  AP-INV-DATE                  PIC 9(08).
           05  AP-DUE-DATE                  PIC 9(08).
           05  AP-ENTRY-DATE                PIC 9(08).
           05  AP-AMOUNT                    PIC 9(07)V99.
           05  AP-PAID-AMOUNT               PIC 9(07)V99.
           05  AP-PAID-DATE                 PIC 9(08).
           05  AP-STATE                     PIC X(01).
               88  AP-STATE-OPEN            VALUE "O".
               88  AP-STATE-APPROVED        VALUE "A".
               88  AP-STATE-SENT            VALUE "S".
               88  AP-STATE-PAID            VALUE "P".
               88  AP-STATE-OWED            VALUE "O" "A" "S".
           05  AP-APPROVED-BY               PIC 9(05).
           05  AP-APPROVED-DATE             PIC 9(08).
           05  AP-BATCH-NO                  PIC 9(05).
           05  AP-BATCH-ITEM                PIC 9(05).
