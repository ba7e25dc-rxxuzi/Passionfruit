      ******************************************************************
      * Copybook: DEPREC
      * Author: rxxuzi
      * Date: 2024/07/18
      * Purpose: Shared record layout for the bank deposit register
      *          (deposit.txt). One row per item S074's deposit
      *          preparation put in a numbered deposit (depctl.txt
      *          counter): an "S" row is one closed drawer session's
      *          cash - the declared count less the float left in
      *          the drawer and the session's cheques - and a "Q"
      *          row is one cheque receipt from payment.txt, with
      *          its cheque number and drawer as printed on the
      *          slip. The deposit's total is the sum of its rows;
      *          S043 reconciles bank statement lines to it.
      ******************************************************************
       01  DEPOSIT-RECORD.
           05  DEP-NO                       PIC 9(06).
           05  DEP-ITEM-TYPE                PIC X(01).
               88  DEP-ITEM-CASH            VALUE "S".
               88  DEP-ITEM-CHEQUE          VALUE "Q".
           05  DEP-DATE                     PIC 9(08).
           05  DEP-OPERATOR                 PIC 9(05).
           05  DEP-SESSION-DATE             PIC 9(08).
           05  DEP-RECEIPT-NO               PIC 9(07).
           05  DEP-CHEQUE-NO                PIC X(10).
           05  DEP-DRAWER                   PIC X(20).
           05  DEP-DB-ID                    PIC X(20).
           05  DEP-AMOUNT                   PIC 9(09)V99.
           05  DEP-PREPARED-BY              PIC 9(05).
