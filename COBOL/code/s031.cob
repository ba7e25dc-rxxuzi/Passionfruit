      *                    keys on the ID, so every edited batch
      *                    after the first used to trip the
      *                    duplicate-batch refusal.
      *   2024-09-04  rxz  An accepted transaction carries its
      *                    acquisition campaign (TRAN-CAMPAIGN) through
      *                    to the accepted file.
      *   2024-11-29  rxz  The collected direct-debit receipt number
      *                    (TRAN-RECEIPT-NO) is carried through to the
      *                    accepted file unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S031.
               ==TRAN-COUNTRY==       BY ==ACC-COUNTRY==
               ==TRAN-FEE==           BY ==ACC-FEE==
               ==TRAN-EMPLOYEE-ID==   BY ==ACC-EMPLOYEE-ID==
               ==TRAN-CAMPAIGN==      BY ==ACC-CAMPAIGN==
               ==TRAN-RECEIPT-NO==    BY ==ACC-RECEIPT-NO==
               ==TRAN-HEADER-RECORD== BY ==ACC-HEADER-RECORD==
               ==TRAN-HDR-MODE==      BY ==ACC-HDR-MODE==
               ==TRAN-HDR-BATCH-ID==  BY ==ACC-HDR-BATCH-ID==
               MOVE WS-COUNTRY       TO ACC-COUNTRY
               MOVE TRAN-FEE         TO ACC-FEE
               MOVE TRAN-EMPLOYEE-ID TO ACC-EMPLOYEE-ID
               MOVE TRAN-CAMPAIGN    TO ACC-CAMPAIGN
               MOVE TRAN-RECEIPT-NO  TO ACC-RECEIPT-NO
               WRITE ACCEPTED-RECORD
               IF WS-ACCEPTED-STATUS NOT = "00"
                   DISPLAY "WRITE to accepted file failed - status "
