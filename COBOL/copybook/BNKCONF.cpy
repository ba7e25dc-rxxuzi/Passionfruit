      ******************************************************************
      * Copybook: BNKCONF
      * Author: rxxuzi
      * Date: 2024/07/11
      * Purpose: Shared record layout for the bank's payment
      *          confirmation file (bankconf.txt), one row per item
      *          of an outbound batch the bank has processed: "P"
      *          paid on the value date, or "R" rejected with the
      *          bank's reason. S118's import matches each row to
      *          the register by batch and item number.
      ******************************************************************
       01  BANK-CONFIRMATION-RECORD.
           05  BCF-BATCH-NO                 PIC 9(05).
           05  BCF-ITEM-NO                  PIC 9(05).
           05  BCF-RESULT                   PIC X(01).
               88  BCF-RESULT-PAID          VALUE "P".
               88  BCF-RESULT-REJECTED      VALUE "R".
           05  BCF-VALUE-DATE               PIC 9(08).
           05  BCF-REASON                   PIC X(20).
