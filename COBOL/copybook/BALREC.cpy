      ******************************************************************
      * Copybook: BALREC
      * Author: rxxuzi
      * Date: 2024/08/02
      * Purpose: Shared record layout for the member balance master
      *          (balmast.txt, indexed on BAL-DB-ID). One row per
      *          registration that has ever had money move on it,
      *          carrying the running totals the aging, statement
      *          and inquiry programs used to rebuild from payment,
      *          renewled, lateled, refund, woffled and agyrhist on
      *          every call. The posting programs move the totals
      *          through the BALUPD subprogram as they write; S124
      *          rebuilds the lot from the detail files and proves
      *          the master against them.
      *
      *          BAL-CHARGED  - DB-FEE, renewal charges and late fees
      *                         not waived
      *          BAL-PAID     - receipts net of reversals, plus the
      *                         commission the agency kept (the
      *                         member paid it, we never saw it)
      *          BAL-REFUNDED - refunds paid back out
      *          BAL-WRITTEN-OFF - write-offs S096 approved
      *          BAL-BALANCE  - charged - paid + refunded
      *                         - written off; negative is a credit
      ******************************************************************
       01  BALANCE-RECORD.
           05  BAL-DB-ID                    PIC X(20).
           05  BAL-CHARGED                  PIC S9(09)V99.
           05  BAL-PAID                     PIC S9(09)V99.
           05  BAL-REFUNDED                 PIC S9(09)V99.
           05  BAL-WRITTEN-OFF              PIC S9(09)V99.
           05  BAL-BALANCE                  PIC S9(09)V99.
           05  BAL-UPDATED-DATE             PIC 9(08).
           05  BAL-UPDATED-TIME             PIC 9(06).
