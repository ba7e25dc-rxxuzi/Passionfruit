      ******************************************************************
      * Copybook: RALREC
      * Author: rxxuzi
      * Date: 2024/11/21
      * Purpose: Shared record layout for the payment reallocation
      *          register (realloc.txt, line sequential), written by
      *          S165. One row each time a supervisor moves a receipt
      *          keyed against the wrong registration onto the right
      *          one, numbered from ralctl.txt - the number rides on
      *          the two payment.txt rows the move writes (PAY-TYPE
      *          "X" and "A", PAY-REALLOC-REF). Each row names the
      *          receipt and its amount, the registration it came off
      *          and the one it went to, the day the money was first
      *          taken and by whom, the supervisor who moved it and
      *          why. S165's monthly report reads it by operator.
      ******************************************************************
       01  REALLOCATION-RECORD.
           05  RAL-NO                       PIC 9(07).
           05  RAL-DATE                     PIC 9(08).
           05  RAL-TIME                     PIC 9(06).
           05  RAL-RECEIPT-NO               PIC 9(07).
           05  RAL-AMOUNT                   PIC 9(07)V99.
           05  RAL-FROM-DB-ID               PIC X(20).
           05  RAL-TO-DB-ID                 PIC X(20).
           05  RAL-PAY-DATE                 PIC 9(08).
           05  RAL-PAY-OPERATOR             PIC 9(05).
           05  RAL-SUPERVISOR               PIC 9(05).
           05  RAL-BRANCH                   PIC X(03).
           05  RAL-REASON                   PIC X(40).
