      ******************************************************************
      * Copybook: DDCOLL
      * Author: rxxuzi
      * Date: 2024/07/15
      * Purpose: Shared record layout for the outbound direct-debit
      *          collection file (ddcoll.txt) S119's nightly run
      *          writes for the bank's collection upload - the
      *          BANKPAY shape turned round. A header ("H") naming
      *          the batch and the originator, one detail ("D") per
      *          member to be debited - payer sort code, account and
      *          name, amount, the mandate reference and the date
      *          the money is to be taken - and a trailer ("T") with
      *          the item count and amount total the bank checks
      *          the batch against.
      ******************************************************************
       01  DD-COLLECTION-RECORD.
           05  DDC-REC-TYPE                 PIC X(01).
               88  DDC-REC-HEADER           VALUE "H".
               88  DDC-REC-DETAIL           VALUE "D".
               88  DDC-REC-TRAILER          VALUE "T".
           05  DDC-BATCH-NO                 PIC 9(05).
           05  DDC-ITEM-NO                  PIC 9(05).
           05  DDC-PAYER-SORT               PIC X(08).
           05  DDC-PAYER-ACCOUNT            PIC X(20).
           05  DDC-PAYER-NAME               PIC X(30).
           05  DDC-AMOUNT                   PIC 9(09)V99.
           05  DDC-MANDATE-REF              PIC X(18).
           05  DDC-COLLECT-DATE             PIC 9(08).

      * Batch header - first record of the file.
       01  DD-COLLECTION-HEADER.
           05  DDH-REC-TYPE                 PIC X(01).
           05  DDH-BATCH-NO                 PIC 9(05).
           05  DDH-ORIGINATOR               PIC X(10).
           05  DDH-CREATE-DATE              PIC 9(08).
           05  DDH-CREATE-TIME              PIC 9(08).
           05  FILLER                       PIC X(74).

      * Batch trailer - last record; count and amount cover every
      * detail record between header and trailer.
       01  DD-COLLECTION-TRAILER.
           05  DDT-REC-TYPE                 PIC X(01).
           05  DDT-BATCH-NO                 PIC 9(05).
           05  DDT-ITEM-COUNT               PIC 9(05).
           05  DDT-AMOUNT-TOTAL             PIC 9(11)V99.
           05  FILLER                       PIC X(82).
