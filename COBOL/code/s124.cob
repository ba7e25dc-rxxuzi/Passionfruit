      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-02
      * Purpose: Rebuild and prove the member balance master
      *          (balmast.txt, BALREC). The posting programs keep the
      *          master moving through BALUPD as they write; this is
      *          the check that they did. Both actions first total
      *          every registration afresh from the detail files into
      *          a work master (balwork.txt) by the rules the aging
      *          run always used: DB-FEE, renewled.txt and the late
      *          fees on lateled.txt still charged; payment.txt net
      *          of reversing rows, plus the commission the agency
      *          kept on every posted agyrhist.txt remittance; the
      *          refunds refund.txt shows paid out; the write-offs
      *          woffled.txt shows approved; the card-replacement,
      *          event and loan-shortfall invoices on invmast.txt
      *          still charged, less the credit notes on crnote.txt
      *          and the part of a cancelled event fee evtbook.txt
      *          shows returned as a refund. Compare prints every
      *          registration whose master row is missing or differs
      *          from the detail files, and every master row the
      *          detail files do not account for, through RPTWRT.
      *          Rebuild prints the same differences and then
      *          replaces the master with the fresh totals - the
      *          first run seeds it, and any run after BALUPD logged
      *          a failed posting puts it right.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-09-07  rxz  The rebuild takes referral credits S015
      *                    applied against a referrer's renewal invoice
      *                    (referral.txt, RFLREC) off that referrer's
      *                    charges, as S015 posts them.
      *   2024-11-24  rxz  The rebuild counts what a gift voucher
      *                    (giftvch.txt, GFTREC) paid when S015 or S080
      *                    redeemed it against a new member's invoice as
      *                    paid by that member, as they post it.
      *   2024-11-29  rxz  The rebuild now also charges the
      *                    card-replacement (S134), event (S163) and
      *                    loan-shortfall (S164) invoices on
      *                    invmast.txt, takes S162's and S163's credit
      *                    notes (crnote.txt, CRNREC) and the refunded
      *                    part of a cancelled event booking
      *                    (evtbook.txt, BKGREC) off the charges, as
      *                    those programs post them - compare no longer
      *                    reports those members as differing, and a
      *                    rebuild no longer drops the amounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S124.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT BalanceWorkFile ASSIGN TO "./../balwork.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLW-DB-ID
           FILE STATUS IS WS-BLW-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT AgencyRemitFile ASSIGN TO "./../agyrhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARM-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT WriteOffFile ASSIGN TO "./../woffled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOF-STATUS.

           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

           SELECT GiftVoucherFile ASSIGN TO "./../giftvch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GFT-NO
           FILE STATUS IS WS-GFT-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT CreditNoteFile ASSIGN TO "./../crnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-STATUS.

           SELECT BookingFile ASSIGN TO "./../evtbook.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BKG-NO
           ALTERNATE RECORD KEY IS BKG-EVT-CODE WITH DUPLICATES
           FILE STATUS IS WS-BKG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BalanceFile.
           COPY BALREC.

       FD  BalanceWorkFile.
           COPY BALREC REPLACING
               ==BALANCE-RECORD== BY ==BALANCE-WORK-RECORD==
               LEADING ==BAL== BY ==BLW==.

       FD  DatabaseFile.
           COPY DBREC.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  LateFeeFile.
           COPY LATREC.

       FD  PaymentFile.
           COPY PAYREC.

       FD  AgencyRemitFile.
           COPY AGYREM.

       FD  RefundFile.
           COPY REFREC.

       FD  WriteOffFile.
           COPY WOFREC.

       FD  ReferralFile.
           COPY RFLREC.

       FD  GiftVoucherFile.
           COPY GFTREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  CreditNoteFile.
           COPY CRNREC.

       FD  BookingFile.
           COPY BKGREC.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-BLW-STATUS                PIC XX.
       01  WS-FILE-STATUS               PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-LAT-STATUS                PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-ARM-STATUS                PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-WOF-STATUS                PIC XX.
       01  WS-RFL-STATUS                PIC XX.
       01  WS-GFT-STATUS                PIC XX.
       01  WS-INV-STATUS                PIC XX.
       01  WS-CRN-STATUS                PIC XX.
       01  WS-BKG-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-ACTION                    PIC X(01).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(06).
       01  WS-BUILD-OK-SWITCH           PIC X(01).
           88  WS-BUILD-OK              VALUE "Y".

      * One movement into the work master - the BALUPD shape.
       01  WS-BLD-KIND                  PIC X(08).
       01  WS-BLD-DB-ID                 PIC X(20).
       01  WS-BLD-AMOUNT                PIC S9(09)V99.

       01  WS-WORK-ROW-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-MASTER-ROW-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-AGREED-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-DIFFER-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-MISSING-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-EXTRA-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-WRITTEN-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-MASTER-OPEN-SWITCH        PIC X(01).
           88  WS-MASTER-OPEN           VALUE "Y".
       01  WS-AMOUNT-DISPLAY            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY-2          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FIELD-NAME                PIC X(12).

      * Shared report writer plumbing, the S016 pattern.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S124".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "  S124 - BALANCE MASTER REBUILD AND COMPARE"
           DISPLAY "==================================================="
           DISPLAY "Action (C=Compare master to detail files, "
                   "R=Rebuild master): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "C"
               WHEN "c"
                   PERFORM COMPARE-MASTER
               WHEN "R"
               WHEN "r"
                   PERFORM REBUILD-MASTER
               WHEN OTHER
                   DISPLAY "No such action."
           END-EVALUATE
           STOP RUN.

      * -- Compare: fresh totals against the master, nothing written.
       COMPARE-MASTER.
           PERFORM BUILD-WORK-MASTER
           IF NOT WS-BUILD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Balance master compare" TO WS-RPT-TITLE
           PERFORM COMPARE-TO-MASTER
           PERFORM SHOW-COMPARE-TOTALS.

      * -- Rebuild: the same compare, then the master is replaced
      * -- row for row from the work master.
       REBUILD-MASTER.
           PERFORM BUILD-WORK-MASTER
           IF NOT WS-BUILD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Balance master rebuild" TO WS-RPT-TITLE
           PERFORM COMPARE-TO-MASTER
           PERFORM SHOW-COMPARE-TOTALS

           OPEN INPUT BalanceWorkFile
           IF WS-BLW-STATUS NOT = "00"
               DISPLAY "balwork.txt could not be reopened - status "
                       WS-BLW-STATUS " - master left as it was."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BalanceFile
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "balmast.txt could not be opened for output - "
                       "status " WS-BAL-STATUS
               CLOSE BalanceWorkFile
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-WORK-ROW
           PERFORM UNTIL WS-END-OF-FILE
               MOVE BALANCE-WORK-RECORD TO BALANCE-RECORD
               MOVE WS-TODAY-DATE TO BAL-UPDATED-DATE
               MOVE WS-NOW-TIME TO BAL-UPDATED-TIME
               WRITE BALANCE-RECORD
               IF WS-BAL-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE
                   DISPLAY "balmast.txt write failed for " BAL-DB-ID
                           " - status " WS-BAL-STATUS
               END-IF
               PERFORM READ-NEXT-WORK-ROW
           END-PERFORM
           CLOSE BalanceFile
           CLOSE BalanceWorkFile

           DISPLAY "Master rows written       : " WS-WRITTEN-COUNT
           IF WS-WRITTEN-COUNT NOT = WS-WORK-ROW-COUNT
               MOVE "ERROR" TO WS-LOG-SEVERITY
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Balance master rebuilt: " WS-WRITTEN-COUNT
                   " of " WS-WORK-ROW-COUNT " rows, "
                   WS-DIFFER-COUNT " had differed"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Every detail file in turn into a fresh work master. A detail
      * file that is not there has simply had nothing written to it
      * yet; the registration file has to be there.
       BUILD-WORK-MASTER.
           MOVE "N" TO WS-BUILD-OK-SWITCH
           OPEN OUTPUT BalanceWorkFile
           IF WS-BLW-STATUS NOT = "00"
               DISPLAY "balwork.txt could not be created - status "
                       WS-BLW-STATUS
               EXIT PARAGRAPH
           END-IF
           CLOSE BalanceWorkFile
           OPEN I-O BalanceWorkFile
           IF WS-BLW-STATUS NOT = "00"
               DISPLAY "balwork.txt could not be opened - status "
                       WS-BLW-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM INITIALIZE-DB-PATH
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Registration file could not be opened - "
                       "status " WS-FILE-STATUS
               CLOSE BalanceWorkFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REGISTRATION
           PERFORM UNTIL WS-END-OF-FILE
               IF DB-FEE > ZERO
                   MOVE "CHARGE" TO WS-BLD-KIND
                   MOVE DB-ID TO WS-BLD-DB-ID
                   MOVE DB-FEE TO WS-BLD-AMOUNT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-REGISTRATION
           END-PERFORM
           CLOSE DatabaseFile

           PERFORM TOTAL-RENEWALS
           PERFORM TOTAL-LATE-FEES
           PERFORM TOTAL-PAYMENTS
           PERFORM TOTAL-AGENCY-COMMISSION
           PERFORM TOTAL-REFUNDS
           PERFORM TOTAL-WRITEOFFS
           PERFORM TOTAL-REFERRAL-CREDITS
           PERFORM TOTAL-GIFT-VOUCHERS
           PERFORM TOTAL-INVOICED-CHARGES
           PERFORM TOTAL-CREDIT-NOTES
           PERFORM TOTAL-EVENT-REFUNDS
           CLOSE BalanceWorkFile
           SET WS-BUILD-OK TO TRUE.

       TOTAL-RENEWALS.
           OPEN INPUT RenewalLedgerFile
           IF WS-RNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RENEWAL
           PERFORM UNTIL WS-END-OF-FILE
               MOVE "CHARGE" TO WS-BLD-KIND
               MOVE RNL-DB-ID TO WS-BLD-DB-ID
               MOVE RNL-FEE TO WS-BLD-AMOUNT
               PERFORM POST-TO-WORK-MASTER
               PERFORM READ-NEXT-RENEWAL
           END-PERFORM
           CLOSE RenewalLedgerFile.

      * A waived late fee was never owed - S034's waiver takes it
      * back out of the master the day it is granted.
       TOTAL-LATE-FEES.
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-END-OF-FILE
               IF LAT-STATE-CHARGED
                   MOVE "CHARGE" TO WS-BLD-KIND
                   MOVE LAT-DB-ID TO WS-BLD-DB-ID
                   MOVE LAT-FEE TO WS-BLD-AMOUNT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-LATE-FEE
           END-PERFORM
           CLOSE LateFeeFile.

      * A reversing row (bounced cheque, bank charge) takes its
      * receipt back out of what was paid.
       TOTAL-PAYMENTS.
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-END-OF-FILE
               MOVE "PAYMENT" TO WS-BLD-KIND
               MOVE PAY-DB-ID TO WS-BLD-DB-ID
               IF PAY-REVERSING
                   COMPUTE WS-BLD-AMOUNT = ZERO - PAY-AMOUNT
               ELSE
                   MOVE PAY-AMOUNT TO WS-BLD-AMOUNT
               END-IF
               PERFORM POST-TO-WORK-MASTER
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           CLOSE PaymentFile.

      * The agency's net remittance is already a payment row; the
      * commission it kept was paid by the member all the same.
       TOTAL-AGENCY-COMMISSION.
           OPEN INPUT AgencyRemitFile
           IF WS-ARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REMITTANCE
           PERFORM UNTIL WS-END-OF-FILE
               IF ARM-RESULT-POSTED
                   MOVE "PAYMENT" TO WS-BLD-KIND
                   MOVE ARM-DB-ID TO WS-BLD-DB-ID
                   MOVE ARM-COMMISSION TO WS-BLD-AMOUNT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-REMITTANCE
           END-PERFORM
           CLOSE AgencyRemitFile.

       TOTAL-REFUNDS.
           OPEN INPUT RefundFile
           IF WS-REF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REFUND
           PERFORM UNTIL WS-END-OF-FILE
               IF REF-STATE-PAID
                   MOVE "REFUND" TO WS-BLD-KIND
                   MOVE REF-DB-ID TO WS-BLD-DB-ID
                   MOVE REF-AMOUNT TO WS-BLD-AMOUNT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-REFUND
           END-PERFORM
           CLOSE RefundFile.

       TOTAL-WRITEOFFS.
           OPEN INPUT WriteOffFile
           IF WS-WOF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-WRITEOFF
           PERFORM UNTIL WS-END-OF-FILE
               IF WOF-STATE-APPROVED
                   MOVE "WRITEOFF" TO WS-BLD-KIND
                   MOVE WOF-DB-ID TO WS-BLD-DB-ID
                   MOVE WOF-AMOUNT TO WS-BLD-AMOUNT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-WRITEOFF
           END-PERFORM
           CLOSE WriteOffFile.

      * The same read/add/rewrite BALUPD does against the master.
      * A referral credit S015 took against the referrer's renewal
      * invoice comes off what the referrer was charged, the way
      * S015 posts it.
       TOTAL-REFERRAL-CREDITS.
           OPEN INPUT ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REFERRAL
           PERFORM UNTIL WS-END-OF-FILE
               IF RFL-STATE-APPLIED
                   MOVE "CHARGE" TO WS-BLD-KIND
                   MOVE RFL-REFERRER-ID TO WS-BLD-DB-ID
                   COMPUTE WS-BLD-AMOUNT = ZERO - RFL-CREDIT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE ReferralFile.

       READ-NEXT-REFERRAL.
           READ ReferralFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * A gift voucher S015 or S080 redeemed against a new member's
      * first invoice was paid on that member's behalf - what it
      * covered counts as paid, as they post it.
       TOTAL-GIFT-VOUCHERS.
           OPEN INPUT GiftVoucherFile
           IF WS-GFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-GIFT-VOUCHER
           PERFORM UNTIL WS-END-OF-FILE
               IF GFT-STATE-REDEEMED
                   MOVE "PAYMENT" TO WS-BLD-KIND
                   MOVE GFT-REDEEMED-DB-ID TO WS-BLD-DB-ID
                   MOVE GFT-APPLIED TO WS-BLD-AMOUNT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-GIFT-VOUCHER
           END-PERFORM
           CLOSE GiftVoucherFile.

       READ-NEXT-GIFT-VOUCHER.
           READ GiftVoucherFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The card-replacement fee (S134), the event fee (S163) and the
      * loan shortfall (S164) are charged with an invoice and nothing
      * else - the invoice is their ledger. The fee, renewal, late
      * fee and group invoices are already counted from their own
      * files above.
       TOTAL-INVOICED-CHARGES.
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-END-OF-FILE
               IF INV-SOURCE-CARD OR INV-SOURCE-EVENT
                       OR INV-SOURCE-LOAN
                   MOVE "CHARGE" TO WS-BLD-KIND
                   MOVE INV-DB-ID TO WS-BLD-DB-ID
                   MOVE INV-AMOUNT TO WS-BLD-AMOUNT
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * A credit note (S162, or S163's cancellation credit) takes its
      * fee off what the member was charged, as they post it; the
      * tax on it never reached the master.
       TOTAL-CREDIT-NOTES.
           OPEN INPUT CreditNoteFile
           IF WS-CRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CREDIT-NOTE
           PERFORM UNTIL WS-END-OF-FILE
               MOVE "CHARGE" TO WS-BLD-KIND
               MOVE CRN-DB-ID TO WS-BLD-DB-ID
               COMPUTE WS-BLD-AMOUNT = ZERO - CRN-AMOUNT
               PERFORM POST-TO-WORK-MASTER
               PERFORM READ-NEXT-CREDIT-NOTE
           END-PERFORM
           CLOSE CreditNoteFile.

       READ-NEXT-CREDIT-NOTE.
           READ CreditNoteFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The paid part of an event fee S163 gave back on a cancellation
      * is raised as a refund due and comes off the charges - the
      * refund itself counts when it is paid out.
       TOTAL-EVENT-REFUNDS.
           OPEN INPUT BookingFile
           IF WS-BKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-BOOKING
           PERFORM UNTIL WS-END-OF-FILE
               IF BKG-STATE-CANCELLED AND BKG-REFUNDED > ZERO
                   MOVE "CHARGE" TO WS-BLD-KIND
                   MOVE BKG-DB-ID TO WS-BLD-DB-ID
                   COMPUTE WS-BLD-AMOUNT = ZERO - BKG-REFUNDED
                   PERFORM POST-TO-WORK-MASTER
               END-IF
               PERFORM READ-NEXT-BOOKING
           END-PERFORM
           CLOSE BookingFile.

       READ-NEXT-BOOKING.
           READ BookingFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       POST-TO-WORK-MASTER.
           IF WS-BLD-AMOUNT = ZERO OR WS-BLD-DB-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BLD-DB-ID TO BLW-DB-ID
           READ BalanceWorkFile KEY IS BLW-DB-ID
               INVALID KEY
                   MOVE WS-BLD-DB-ID TO BLW-DB-ID
                   MOVE ZERO TO BLW-CHARGED
                   MOVE ZERO TO BLW-PAID
                   MOVE ZERO TO BLW-REFUNDED
                   MOVE ZERO TO BLW-WRITTEN-OFF
                   MOVE ZERO TO BLW-UPDATED-DATE
                   MOVE ZERO TO BLW-UPDATED-TIME
           END-READ
           EVALUATE WS-BLD-KIND
               WHEN "CHARGE"
                   ADD WS-BLD-AMOUNT TO BLW-CHARGED
               WHEN "PAYMENT"
                   ADD WS-BLD-AMOUNT TO BLW-PAID
               WHEN "REFUND"
                   ADD WS-BLD-AMOUNT TO BLW-REFUNDED
               WHEN "WRITEOFF"
                   ADD WS-BLD-AMOUNT TO BLW-WRITTEN-OFF
           END-EVALUATE
           COMPUTE BLW-BALANCE = BLW-CHARGED - BLW-PAID
                   + BLW-REFUNDED - BLW-WRITTEN-OFF
           IF WS-BLW-STATUS = "00"
               REWRITE BALANCE-WORK-RECORD
           ELSE
               WRITE BALANCE-WORK-RECORD
           END-IF.

      * Both directions: every fresh total against its master row,
      * then every master row the detail files know nothing of.
       COMPARE-TO-MASTER.
           MOVE ZERO TO WS-WORK-ROW-COUNT
           MOVE ZERO TO WS-MASTER-ROW-COUNT
           MOVE ZERO TO WS-AGREED-COUNT
           MOVE ZERO TO WS-DIFFER-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-EXTRA-COUNT
           MOVE "s124" TO WS-RPT-ID
           PERFORM RPT-OPEN

           MOVE "N" TO WS-MASTER-OPEN-SWITCH
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-RPT-TEXT
               STRING "No balance master (status " WS-BAL-STATUS
                       ") - every registration below is missing."
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF

           OPEN INPUT BalanceWorkFile
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-WORK-ROW
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-WORK-ROW-COUNT
               PERFORM COMPARE-ONE-ROW
               PERFORM READ-NEXT-WORK-ROW
           END-PERFORM

           IF WS-MASTER-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-MASTER-ROW
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-MASTER-ROW-COUNT
                   MOVE BAL-DB-ID TO BLW-DB-ID
                   READ BalanceWorkFile KEY IS BLW-DB-ID
                       INVALID KEY
                           ADD 1 TO WS-EXTRA-COUNT
                           MOVE BAL-BALANCE TO WS-AMOUNT-DISPLAY
                           MOVE SPACES TO WS-RPT-TEXT
                           STRING BAL-DB-ID " NOT IN DETAIL FILES "
                                   "balance " WS-AMOUNT-DISPLAY
                                   DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM RPT-LINE
                   END-READ
                   PERFORM READ-NEXT-MASTER-ROW
               END-PERFORM
               CLOSE BalanceFile
           END-IF
           CLOSE BalanceWorkFile

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Registrations " WS-WORK-ROW-COUNT "  agreed "
                   WS-AGREED-COUNT "  differ " WS-DIFFER-COUNT
                   "  missing " WS-MISSING-COUNT "  extra "
                   WS-EXTRA-COUNT DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       COMPARE-ONE-ROW.
           IF NOT WS-MASTER-OPEN
               ADD 1 TO WS-MISSING-COUNT
               PERFORM REPORT-MISSING-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE BLW-DB-ID TO BAL-DB-ID
           READ BalanceFile KEY IS BAL-DB-ID
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM REPORT-MISSING-ROW
                   EXIT PARAGRAPH
           END-READ
           IF BAL-CHARGED = BLW-CHARGED AND BAL-PAID = BLW-PAID
                   AND BAL-REFUNDED = BLW-REFUNDED
                   AND BAL-WRITTEN-OFF = BLW-WRITTEN-OFF
                   AND BAL-BALANCE = BLW-BALANCE
               ADD 1 TO WS-AGREED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIFFER-COUNT
           MOVE SPACES TO WS-RPT-TEXT
           STRING BLW-DB-ID " DIFFERS       master        detail"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF BAL-CHARGED NOT = BLW-CHARGED
               MOVE "Charged" TO WS-FIELD-NAME
               MOVE BAL-CHARGED TO WS-AMOUNT-DISPLAY
               MOVE BLW-CHARGED TO WS-AMOUNT-DISPLAY-2
               PERFORM REPORT-FIELD-DIFFERENCE
           END-IF
           IF BAL-PAID NOT = BLW-PAID
               MOVE "Paid" TO WS-FIELD-NAME
               MOVE BAL-PAID TO WS-AMOUNT-DISPLAY
               MOVE BLW-PAID TO WS-AMOUNT-DISPLAY-2
               PERFORM REPORT-FIELD-DIFFERENCE
           END-IF
           IF BAL-REFUNDED NOT = BLW-REFUNDED
               MOVE "Refunded" TO WS-FIELD-NAME
               MOVE BAL-REFUNDED TO WS-AMOUNT-DISPLAY
               MOVE BLW-REFUNDED TO WS-AMOUNT-DISPLAY-2
               PERFORM REPORT-FIELD-DIFFERENCE
           END-IF
           IF BAL-WRITTEN-OFF NOT = BLW-WRITTEN-OFF
               MOVE "Written off" TO WS-FIELD-NAME
               MOVE BAL-WRITTEN-OFF TO WS-AMOUNT-DISPLAY
               MOVE BLW-WRITTEN-OFF TO WS-AMOUNT-DISPLAY-2
               PERFORM REPORT-FIELD-DIFFERENCE
           END-IF
           MOVE "Balance" TO WS-FIELD-NAME
           MOVE BAL-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE BLW-BALANCE TO WS-AMOUNT-DISPLAY-2
           PERFORM REPORT-FIELD-DIFFERENCE.

       REPORT-FIELD-DIFFERENCE.
           MOVE SPACES TO WS-RPT-TEXT
           STRING "    " WS-FIELD-NAME WS-AMOUNT-DISPLAY " "
                   WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       REPORT-MISSING-ROW.
           MOVE BLW-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-TEXT
           STRING BLW-DB-ID " NO MASTER ROW  detail balance "
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       SHOW-COMPARE-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "  " WS-RPT-TITLE " - " WS-TODAY-DATE
           DISPLAY "==================================================="
           DISPLAY "Registrations with money  : " WS-WORK-ROW-COUNT
           DISPLAY "  agree with the master   : " WS-AGREED-COUNT
           DISPLAY "  differ from the master  : " WS-DIFFER-COUNT
           DISPLAY "  no master row           : " WS-MISSING-COUNT
           DISPLAY "Master rows read          : " WS-MASTER-ROW-COUNT
           DISPLAY "  not in the detail files : " WS-EXTRA-COUNT
           DISPLAY "==================================================="
           IF WS-DIFFER-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
                   OR WS-EXTRA-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Balance master compare: " WS-AGREED-COUNT
                   " agree, " WS-DIFFER-COUNT " differ, "
                   WS-MISSING-COUNT " missing, " WS-EXTRA-COUNT
                   " extra" DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       READ-NEXT-REGISTRATION.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-LATE-FEE.
           READ LateFeeFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-PAYMENT.
           READ PaymentFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REMITTANCE.
           READ AgencyRemitFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REFUND.
           READ RefundFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-WRITEOFF.
           READ WriteOffFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-WORK-ROW.
           READ BalanceWorkFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-MASTER-ROW.
           READ BalanceFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

       RPT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-TOTAL.
           MOVE "TOTAL" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-CLOSE.
           MOVE "CLOSE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

       END PROGRAM S124.
