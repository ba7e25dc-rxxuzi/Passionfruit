      ******************************************************************
      * Copybook: BANKPAY
      * Author: rxxuzi
      * Date: 2024/07/11
      * Purpose: Shared record layout for the outbound bank payment
      *          file (bankpay.txt) S118's payment run writes for the
      *          bank's bulk-payment upload. One batch per file: a
      *          header ("H") naming the batch and the originator,
      *          one detail ("D") per transfer - payee bank sort code
      *          and account, name, amount and a reference the payee
      *          sees - and a trailer ("T") carrying the item count
      *          and amount total the bank checks the batch against,
      *          the same control-total idea TRANREC's trailer
      *          carries on the way in.
      ******************************************************************
       01  BANK-PAYMENT-RECORD.
           05  BPF-REC-TYPE                 PIC X(01).
               88  BPF-REC-HEADER           VALUE "H".
               88  BPF-REC-DETAIL           VALUE "D".
               88  BPF-REC-TRAILER          VALUE "T".
           05  BPF-BATCH-NO                 PIC 9(05).
           05  BPF-ITEM-NO                  PIC 9(05).
           05  BPF-PAYEE-SORT               PIC X(08).
           05  BPF-PAYEE-ACCOUNT            PIC X(20).
           05  BPF-PAYEE-NAME               PIC X(30).
           05  BPF-AMOUNT                   PIC 9(09)V99.
           05  BPF-REFERENCE                PIC X(18).

      * Batch header - first record of the file.
       01  BANK-PAYMENT-HEADER.
           05  BPH-REC-TYPE                 PIC X(01).
           05  BPH-BATCH-NO                 PIC 9(05).
           05  BPH-ORIGINATOR               PIC X(10).
           05  BPH-CREATE-DATE              PIC 9(08).
           05  BPH-CREATE-TIME              PIC 9(08).
           05  FILLER                       PIC X(66).

      * Batch trailer - last record; count and amount cover every
      * detail record between header and trailer.
       01  BANK-PAYMENT-TRAILER.
           05  BPT-REC-TYPE                 PIC X(01).
           05  BPT-BATCH-NO                 PIC 9(05).
           05  BPT-ITEM-COUNT               PIC 9(05).
           05  BPT-AMOUNT-TOTAL             PIC 9(11)V99.
           05  FILLER                       PIC X(74).
