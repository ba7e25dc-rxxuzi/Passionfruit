      ******************************************************************
      * Copybook: DCGREC
      * Author: rxxuzi
      * Date: 2024/10/19
      * Purpose: Shared record layout for the department chargeback
      *          ledger (deptchg.txt, line sequential). S155's
      *          monthly run appends one row per issued item charged
      *          - the month, the holder and their department, the
      *          cost centre debited, the basis (rental rate or
      *          depreciation) and the amount - so each department's
      *          recharge can be traced to the items behind it. A
      *          month already on the ledger is not charged twice.
      ******************************************************************
       01  DEPT-CHARGE-RECORD.
           05  DCG-MONTH                    PIC 9(06).
           05  DCG-DEPT                     PIC X(04).
           05  DCG-COST-CENTRE              PIC X(08).
           05  DCG-EMPLOYEE-ID              PIC 9(05).
           05  DCG-ITEM-ID                  PIC 9(05).
           05  DCG-ITEM-CODE                PIC X(08).
           05  DCG-QUANTITY                 PIC 9(03).
           05  DCG-BASIS                    PIC X(01).
               88  DCG-BASIS-RENTAL         VALUE "R".
               88  DCG-BASIS-DEPRECIATION   VALUE "D".
           05  DCG-AMOUNT                   PIC 9(07)V99.
           05  DCG-RUN-DATE                 PIC 9(08).
