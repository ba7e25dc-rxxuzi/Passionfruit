      *                    unless a supervisor signs on and asks for
      *                    a regenerate, which marks the earlier run
      *                    superseded. S110 reports the register.
      *   2024-07-01  rxz  Account codes are no longer literals here.
      *                    Each movement is totalled per branch and
      *                    currency, GLACCT resolves the debit and
      *                    credit accounts from the posting rules
      *                    (glrule.txt, kept in S115), and portions
      *                    that resolve to the same accounts are
      *                    posted as one pair - with no rules on file
      *                    the lines come out exactly as before.
      *   2024-07-04  rxz  Fees and renewals now credit unearned
      *                    income (DEFINCOM) instead of FEEINCOM -
      *                    the cover they buy is earned month by
      *                    month, and S116's month-end run releases
      *                    it to fee income.
      *   2024-07-08  rxz  Supplier invoices S117 put on the payables
      *                    ledger (apledger.txt) on the posting date
      *                    post as their own balanced pair - the
      *                    purchase against trade payables (APINV
      *                    movement, PURCHASE / APTRADE shipped).
      *   2024-07-11  rxz  Payables the bank confirmed paid (S118)
      *                    on the posting date post as their own
      *                    pair - trade payables against cash (APPAY
      *                    movement, APTRADE / CASH shipped).
      *   2024-07-21  rxz  Late fees S069 charged on the posting date
      *                    (lateled.txt) post to their own income
      *                    account (LATEFEE movement, CASH / LATEFEE
      *                    shipped) with their tax joining the TAX
      *                    pair; a fee waived through S034 on the
      *                    posting date reverses both - LATEWAIV
      *                    (LATEFEE / CASH) and LATEWTAX (TAXPAYAB /
      *                    CASH).
      *   2024-07-24  rxz  Commission the collection agency kept on
      *                    what it collected (agyrhist.txt, posted
      *                    by S121 on the posting date) posts as an
      *                    expense retiring fee income, the way a
      *                    write-off does (AGYCOMM movement, AGYCOMM
      *                    / FEEINCOM shipped).
      *   2024-07-30  rxz  A date whose active run finance rejected
      *                    outright (S123's acknowledgment import) is
      *                    no double-posting risk - nothing of it
      *                    reached the ledger - so the regenerate is
      *                    offered without the refusal, straight to
      *                    the supervisor sign-on. A run finance
      *                    loaded, even partly, keeps the refusal.
      *                    New register rows start unacknowledged.
      *   2024-08-20  rxz  Replacement-card fees S134 charged on the
      *                    posting date (cardreg.txt, the fee on the
      *                    replacement card's row) post to their own
      *                    income account (CARDFEE movement, CASH /
      *                    CARDFEE shipped).
      *   2024-09-07  rxz  Referral credits S141 raised on the posting
      *                    date (referral.txt, RFLREC) post as an
      *                    expense against a liability (REFCRED
      *                    movement, REFEXP / REFLIAB shipped), and
      *                    credits S015 took against a renewal invoice
      *                    that day retire the liability against cash
      *                    (REFAPPL movement, REFLIAB / CASH shipped).
      *   2024-11-12  rxz  Credit notes S162 raised on the posting date
      *                    (crnote.txt) reverse the fee they take off
      *                    the invoice (CRNOTE movement, FEEINCOM / CASH
      *                    shipped, the refund's pair) and its tax
      *                    (CRNTAX movement, TAXPAYAB / CASH shipped, as
      *                    a waived late fee's tax) - no cash moves, so
      *                    nothing else posts.
      *   2024-11-15  rxz  Event and course places S163 held and
      *                    invoiced on the posting date (evtbook.txt)
      *                    post to their own income account (EVENTFEE
      *                    movement, CASH / EVENTINC shipped); a
      *                    cancellation gives the fee back through a
      *                    credit note (CRNOTE) or a refund paid through
      *                    S041 (REFUND), which post as before.
      *   2024-11-18  rxz  Member loan deposits (loandep.txt) post on
      *                    the day of the movement: taken at S039
      *                    (LOANDEP movement, CASH / LOANDEPL shipped),
      *                    handed back at S037 (LOANDREF, LOANDEPL /
      *                    CASH), kept for damage or against a loan S164
      *                    took as lost (LOANDKEP, LOANDEPL / LOANINC),
      *                    and the shortfall S164 invoiced beyond the
      *                    deposit (LOANSHRT, CASH / LOANINC).
      *   2024-11-24  rxz  Gift membership vouchers (giftvch.txt) post
      *                    through their own liability account: sold at
      *                    S039 (GIFTSALE movement, CASH / GIFTLIAB
      *                    shipped), redeemed at S015 or S080 for what
      *                    the invoice took (GIFTREDM, GIFTLIAB / CASH,
      *                    as an applied referral credit), and released
      *                    to income (GIFTREL, GIFTLIAB / GIFTINC) on
      *                    the expiry date of a voucher never redeemed,
      *                    or on the redemption date for value the
      *                    invoice did not use.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S042.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOF-STATUS.

           SELECT PayableFile ASSIGN TO "./../apledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

           SELECT AgencyRemitFile ASSIGN TO "./../agyrhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARM-STATUS.

           SELECT CardFile ASSIGN TO "./../cardreg.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRD-CARD-NO
           ALTERNATE RECORD KEY IS CRD-DB-ID WITH DUPLICATES
           FILE STATUS IS WS-CRD-STATUS.

           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

           SELECT CreditNoteFile ASSIGN TO "./../crnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-STATUS.

           SELECT BookingFile ASSIGN TO "./../evtbook.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BKG-NO
           ALTERNATE RECORD KEY IS BKG-EVT-CODE WITH DUPLICATES
           FILE STATUS IS WS-BKG-STATUS.

           SELECT LoanDepositFile ASSIGN TO "./../loandep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDP-STATUS.

           SELECT GiftVoucherFile ASSIGN TO "./../giftvch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GFT-NO
           FILE STATUS IS WS-GFT-STATUS.

           SELECT GlPostFile ASSIGN TO "./../glpost.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
       FD  WriteOffFile.
           COPY WOFREC.

       FD  PayableFile.
           COPY APREC.

       FD  LateFeeFile.
           COPY LATREC.

       FD  AgencyRemitFile.
           COPY AGYREM.

       FD  CardFile.
           COPY CRDREC.

       FD  ReferralFile.
           COPY RFLREC.

       FD  CreditNoteFile.
           COPY CRNREC.

       FD  BookingFile.
           COPY BKGREC.

       FD  LoanDepositFile.
           COPY LDPREC.

       FD  GiftVoucherFile.
           COPY GFTREC.

       FD  GlPostFile.
       01  GL-POSTING-LINE.
           05  GL-POST-DATE             PIC 9(08).
           COPY GLRUN.

       FD  RunWorkFile.
       01  RUN-WORK-RECORD              PIC X(52).

       FD  RunCtlFile.
       01  RunCtlRec                    PIC 9(05).
           88  WS-WOF-END-OF-FILE       VALUE "Y".
       01  WS-WRITEOFF-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-WRITEOFF-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-AP-STATUS                 PIC XX.
       01  WS-AP-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-AP-END-OF-FILE        VALUE "Y".
       01  WS-PAYABLE-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYABLE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-APPAY-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-APPAY-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-LAT-STATUS                PIC XX.
       01  WS-LAT-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-LAT-END-OF-FILE       VALUE "Y".
       01  WS-LATEFEE-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-LATEFEE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-LATEWAIV-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-LATEWAIV-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-CRD-STATUS                PIC XX.
       01  WS-CRD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-CRD-END-OF-FILE       VALUE "Y".
       01  WS-CARDFEE-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-CARDFEE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-RFL-STATUS                PIC XX.
       01  WS-RFL-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-RFL-END-OF-FILE       VALUE "Y".
       01  WS-REFCRED-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-REFCRED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REFAPPL-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-REFAPPL-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-CRN-STATUS                PIC XX.
       01  WS-CRN-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-CRN-END-OF-FILE       VALUE "Y".
       01  WS-CRNOTE-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-CRNOTE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-CRNTAX-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-BKG-STATUS                PIC XX.
       01  WS-BKG-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-BKG-END-OF-FILE       VALUE "Y".
       01  WS-EVENTFEE-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-EVENTFEE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-LDP-STATUS                PIC XX.
       01  WS-LDP-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-LDP-END-OF-FILE       VALUE "Y".
       01  WS-LOANDEP-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-LOANDEP-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-LOANDREF-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-LOANDKEP-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-LOANSHRT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-GFT-STATUS                PIC XX.
       01  WS-GFT-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-GFT-END-OF-FILE       VALUE "Y".
       01  WS-GIFTSALE-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-GIFTSALE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-GIFTREDM-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-GIFTREDM-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-GIFTREL-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-GIFTREL-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-ARM-STATUS                PIC XX.
       01  WS-ARM-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-ARM-END-OF-FILE       VALUE "Y".
       01  WS-AGYCOMM-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-AGYCOMM-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-DEBIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-FILE-NAME              PIC X(20)
           88  WS-DATE-ALREADY-RUN      VALUE "Y".
       01  WS-PRIOR-RUN-NO              PIC 9(05) VALUE ZERO.
       01  WS-PRIOR-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-ACK-STATE           PIC X(01) VALUE SPACE.
           88  WS-PRIOR-RUN-REJECTED    VALUE "R".
       01  WS-THIS-RUN-NO               PIC 9(05) VALUE ZERO.
       01  WS-RUN-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-REGEN-ANSWER              PIC X(01).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

      * Each movement's money, split by the branch and currency the
      * posting rules may key on, then folded again by the accounts
      * those rules resolve to.
       01  WS-BKT-MOVEMENT              PIC X(08).
       01  WS-BKT-BRANCH                PIC X(03).
       01  WS-BKT-CURRENCY              PIC X(03).
       01  WS-BKT-AMOUNT                PIC 9(11)V99.
       01  WS-BKT-FOUND-SWITCH          PIC X(01).
           88  WS-BKT-FOUND             VALUE "Y".
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 300 TIMES
                   INDEXED BY WS-BKT-IDX.
               10  WS-BKT-T-MOVEMENT    PIC X(08).
               10  WS-BKT-T-BRANCH      PIC X(03).
               10  WS-BKT-T-CURRENCY    PIC X(03).
               10  WS-BKT-T-AMOUNT      PIC 9(11)V99.
       01  WS-BUCKET-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR OCCURS 300 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-MOVEMENT     PIC X(08).
               10  WS-PAIR-DR           PIC X(08).
               10  WS-PAIR-CR           PIC X(08).
               10  WS-PAIR-AMOUNT       PIC 9(11)V99.
       01  WS-PAIR-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-GLA-MOVEMENT              PIC X(08).
       01  WS-GLA-BRANCH                PIC X(03).
       01  WS-GLA-CURRENCY              PIC X(03).
       01  WS-GLA-DR-ACCOUNT            PIC X(08).
       01  WS-GLA-CR-ACCOUNT            PIC X(08).
       01  WS-PAIR-DESCRIPTION          PIC X(30).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           PERFORM TOTAL-DAYS-REFUNDS
           PERFORM TOTAL-DAYS-RENEWALS
           PERFORM TOTAL-DAYS-WRITEOFFS
           PERFORM TOTAL-DAYS-PAYABLES
           PERFORM TOTAL-DAYS-LATE-FEES
           PERFORM TOTAL-DAYS-AGENCY-COMMISSION
           PERFORM TOTAL-DAYS-CARD-FEES
           PERFORM TOTAL-DAYS-REFERRAL-CREDITS
           PERFORM TOTAL-DAYS-CREDIT-NOTES
           PERFORM TOTAL-DAYS-EVENT-FEES
           PERFORM TOTAL-DAYS-LOAN-DEPOSITS
           PERFORM TOTAL-DAYS-GIFT-VOUCHERS

           IF WS-FEE-TOTAL = ZERO AND WS-REFUND-TOTAL = ZERO
                   AND WS-RENEWAL-TOTAL = ZERO
                   AND WS-WRITEOFF-TOTAL = ZERO
                   AND WS-PAYABLE-TOTAL = ZERO
                   AND WS-APPAY-TOTAL = ZERO
                   AND WS-LATEFEE-TOTAL = ZERO
                   AND WS-LATEWAIV-TOTAL = ZERO
                   AND WS-AGYCOMM-TOTAL = ZERO
                   AND WS-CARDFEE-TOTAL = ZERO
                   AND WS-REFCRED-TOTAL = ZERO
                   AND WS-REFAPPL-TOTAL = ZERO
                   AND WS-CRNOTE-TOTAL = ZERO
                   AND WS-CRNTAX-TOTAL = ZERO
                   AND WS-EVENTFEE-TOTAL = ZERO
                   AND WS-LOANDEP-TOTAL = ZERO
                   AND WS-LOANDREF-TOTAL = ZERO
                   AND WS-LOANDKEP-TOTAL = ZERO
                   AND WS-LOANSHRT-TOTAL = ZERO
                   AND WS-GIFTSALE-TOTAL = ZERO
                   AND WS-GIFTREDM-TOTAL = ZERO
                   AND WS-GIFTREL-TOTAL = ZERO
               DISPLAY "No money movement on " WS-POST-DATE
                       " - no interface file written."
               STOP RUN
           DISPLAY "Tax collected posted      : " WS-TAX-TOTAL
           DISPLAY "Write-offs approved       : " WS-WRITEOFF-COUNT
           DISPLAY "Write-offs posted         : " WS-WRITEOFF-TOTAL
           DISPLAY "Supplier invoices entered : " WS-PAYABLE-COUNT
           DISPLAY "Payables posted           : " WS-PAYABLE-TOTAL
           DISPLAY "Supplier payments made    : " WS-APPAY-COUNT
           DISPLAY "Supplier payments posted  : " WS-APPAY-TOTAL
           DISPLAY "Late fees charged         : " WS-LATEFEE-COUNT
           DISPLAY "Late fees posted          : " WS-LATEFEE-TOTAL
           DISPLAY "Late fees waived          : " WS-LATEWAIV-COUNT
           DISPLAY "Late fee waivers posted   : " WS-LATEWAIV-TOTAL
           DISPLAY "Agency remittances        : " WS-AGYCOMM-COUNT
           DISPLAY "Agency commission posted  : " WS-AGYCOMM-TOTAL
           DISPLAY "Replacement cards charged : " WS-CARDFEE-COUNT
           DISPLAY "Card fees posted          : " WS-CARDFEE-TOTAL
           DISPLAY "Referral credits raised   : " WS-REFCRED-COUNT
           DISPLAY "Referral credits posted   : " WS-REFCRED-TOTAL
           DISPLAY "Referral credits applied  : " WS-REFAPPL-COUNT
           DISPLAY "Credits applied posted    : " WS-REFAPPL-TOTAL
           DISPLAY "Credit notes raised       : " WS-CRNOTE-COUNT
           DISPLAY "Credit notes posted       : " WS-CRNOTE-TOTAL
           DISPLAY "Tax credited posted       : " WS-CRNTAX-TOTAL
           DISPLAY "Event places invoiced     : " WS-EVENTFEE-COUNT
           DISPLAY "Event fees posted         : " WS-EVENTFEE-TOTAL
           DISPLAY "Loan deposits taken       : " WS-LOANDEP-COUNT
           DISPLAY "Loan deposits posted      : " WS-LOANDEP-TOTAL
           DISPLAY "Loan deposits refunded    : " WS-LOANDREF-TOTAL
           DISPLAY "Loan deposits kept        : " WS-LOANDKEP-TOTAL
           DISPLAY "Loan shortfalls posted    : " WS-LOANSHRT-TOTAL
           DISPLAY "Gift vouchers sold        : " WS-GIFTSALE-COUNT
           DISPLAY "Gift voucher sales posted : " WS-GIFTSALE-TOTAL
           DISPLAY "Gift vouchers redeemed    : " WS-GIFTREDM-COUNT
           DISPLAY "Redemptions posted        : " WS-GIFTREDM-TOTAL
           DISPLAY "Gift vouchers released    : " WS-GIFTREL-COUNT
           DISPLAY "Voucher releases posted   : " WS-GIFTREL-TOTAL
           DISPLAY "Total debits              : " WS-DEBIT-TOTAL
           DISPLAY "Total credits             : " WS-CREDIT-TOTAL
           DISPLAY "Extract run number        : " WS-THIS-RUN-NO
                       AND DB-FEE > ZERO
                   ADD 1 TO WS-FEE-COUNT
                   ADD DB-FEE TO WS-FEE-TOTAL
                   MOVE "FEE     "  TO WS-BKT-MOVEMENT
                   MOVE DB-BRANCH   TO WS-BKT-BRANCH
                   MOVE DB-CURRENCY TO WS-BKT-CURRENCY
                   MOVE DB-FEE      TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
                   IF DB-TAX-AMOUNT IS NUMERIC
                       ADD DB-TAX-AMOUNT TO WS-TAX-TOTAL
                       MOVE "TAX     "    TO WS-BKT-MOVEMENT
                       MOVE DB-TAX-AMOUNT TO WS-BKT-AMOUNT
                       PERFORM ADD-TO-BUCKET
                   END-IF
               END-IF
               PERFORM READ-NEXT-RECORD
               IF REF-STATE-PAID AND REF-PAID-DATE = WS-POST-DATE
                   ADD 1 TO WS-REFUND-COUNT
                   ADD REF-AMOUNT TO WS-REFUND-TOTAL
                   MOVE "REFUND  "  TO WS-BKT-MOVEMENT
                   MOVE REF-BRANCH  TO WS-BKT-BRANCH
                   MOVE SPACES      TO WS-BKT-CURRENCY
                   MOVE REF-AMOUNT  TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-REFUND
           END-PERFORM
               IF RNL-DATE = WS-POST-DATE
                   ADD 1 TO WS-RENEWAL-COUNT
                   ADD RNL-FEE TO WS-RENEWAL-TOTAL
                   MOVE "RENEWAL "   TO WS-BKT-MOVEMENT
                   MOVE RNL-BRANCH   TO WS-BKT-BRANCH
                   MOVE RNL-CURRENCY TO WS-BKT-CURRENCY
                   MOVE RNL-FEE      TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
                   IF RNL-TAX IS NUMERIC
                       ADD RNL-TAX TO WS-TAX-TOTAL
                       MOVE "TAX     " TO WS-BKT-MOVEMENT
                       MOVE RNL-TAX    TO WS-BKT-AMOUNT
                       PERFORM ADD-TO-BUCKET
                   END-IF
               END-IF
               PERFORM READ-NEXT-RENEWAL
                       AND WOF-DEC-DATE = WS-POST-DATE
                   ADD 1 TO WS-WRITEOFF-COUNT
                   ADD WOF-AMOUNT TO WS-WRITEOFF-TOTAL
                   MOVE "WRITEOFF" TO WS-BKT-MOVEMENT
                   MOVE SPACES     TO WS-BKT-BRANCH
                   MOVE SPACES     TO WS-BKT-CURRENCY
                   MOVE WOF-AMOUNT TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-WRITEOFF
           END-PERFORM
                   SET WS-WOF-END-OF-FILE TO TRUE
           END-READ.

      * Supplier invoice lines post the day S117 put them on the
      * payables ledger, matched or released, and again the day the
      * bank confirms S118's payment of them.
       TOTAL-DAYS-PAYABLES.
           OPEN INPUT PayableFile
           IF WS-AP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PAYABLE
           PERFORM UNTIL WS-AP-END-OF-FILE
               IF AP-ENTRY-DATE = WS-POST-DATE
                   ADD 1 TO WS-PAYABLE-COUNT
                   ADD AP-AMOUNT TO WS-PAYABLE-TOTAL
                   MOVE "APINV   " TO WS-BKT-MOVEMENT
                   MOVE SPACES     TO WS-BKT-BRANCH
                   MOVE SPACES     TO WS-BKT-CURRENCY
                   MOVE AP-AMOUNT  TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               IF AP-STATE-PAID AND AP-PAID-DATE = WS-POST-DATE
                   ADD 1 TO WS-APPAY-COUNT
                   ADD AP-PAID-AMOUNT TO WS-APPAY-TOTAL
                   MOVE "APPAY   " TO WS-BKT-MOVEMENT
                   MOVE SPACES     TO WS-BKT-BRANCH
                   MOVE SPACES     TO WS-BKT-CURRENCY
                   MOVE AP-PAID-AMOUNT TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-PAYABLE
           END-PERFORM
           CLOSE PayableFile.

       READ-NEXT-PAYABLE.
           READ PayableFile
               AT END
                   SET WS-AP-END-OF-FILE TO TRUE
           END-READ.

      * Late fees post the day S069 charged them, and reverse the
      * day a supervisor waived them - fee and tax both.
       TOTAL-DAYS-LATE-FEES.
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-LAT-END-OF-FILE
               MOVE LAT-BRANCH   TO WS-BKT-BRANCH
               MOVE LAT-CURRENCY TO WS-BKT-CURRENCY
               IF LAT-DATE = WS-POST-DATE
                   ADD 1 TO WS-LATEFEE-COUNT
                   ADD LAT-FEE TO WS-LATEFEE-TOTAL
                   MOVE "LATEFEE " TO WS-BKT-MOVEMENT
                   MOVE LAT-FEE    TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
                   IF LAT-TAX > ZERO
                       ADD LAT-TAX TO WS-TAX-TOTAL
                       MOVE "TAX     " TO WS-BKT-MOVEMENT
                       MOVE LAT-TAX    TO WS-BKT-AMOUNT
                       PERFORM ADD-TO-BUCKET
                   END-IF
               END-IF
               IF LAT-STATE-WAIVED AND LAT-WAIVED-DATE = WS-POST-DATE
                   ADD 1 TO WS-LATEWAIV-COUNT
                   ADD LAT-FEE TO WS-LATEWAIV-TOTAL
                   MOVE "LATEWAIV" TO WS-BKT-MOVEMENT
                   MOVE LAT-FEE    TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
                   IF LAT-TAX > ZERO
                       MOVE "LATEWTAX" TO WS-BKT-MOVEMENT
                       MOVE LAT-TAX    TO WS-BKT-AMOUNT
                       PERFORM ADD-TO-BUCKET
                   END-IF
               END-IF
               PERFORM READ-NEXT-LATE-FEE
           END-PERFORM
           CLOSE LateFeeFile.

       READ-NEXT-LATE-FEE.
           READ LateFeeFile
               AT END
                   SET WS-LAT-END-OF-FILE TO TRUE
           END-READ.

      * Replacement-card fees post the day the lost card was reported
      * - the day S134 raised the fee's invoice on the new card.
       TOTAL-DAYS-CARD-FEES.
           OPEN INPUT CardFile
           IF WS-CRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CARD
           PERFORM UNTIL WS-CRD-END-OF-FILE
               IF CRD-FEE > ZERO AND CRD-QUEUED-DATE = WS-POST-DATE
                   ADD 1 TO WS-CARDFEE-COUNT
                   ADD CRD-FEE TO WS-CARDFEE-TOTAL
                   MOVE CRD-BRANCH   TO WS-BKT-BRANCH
                   MOVE CRD-CURRENCY TO WS-BKT-CURRENCY
                   MOVE "CARDFEE " TO WS-BKT-MOVEMENT
                   MOVE CRD-FEE    TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-CARD
           END-PERFORM
           CLOSE CardFile.

       READ-NEXT-CARD.
           READ CardFile NEXT RECORD
               AT END
                   SET WS-CRD-END-OF-FILE TO TRUE
           END-READ.

      * A referral credit is owed to the referrer from the day S141
      * raises it - an expense against the liability - and the day
      * S015 takes it against a renewal invoice the liability is
      * settled by the fee cash the invoice no longer brings in.
       TOTAL-DAYS-REFERRAL-CREDITS.
           OPEN INPUT ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REFERRAL
           PERFORM UNTIL WS-RFL-END-OF-FILE
               MOVE RFL-BRANCH   TO WS-BKT-BRANCH
               MOVE RFL-CURRENCY TO WS-BKT-CURRENCY
               IF RFL-CREDIT > ZERO
                       AND RFL-EARNED-DATE = WS-POST-DATE
                   ADD 1 TO WS-REFCRED-COUNT
                   ADD RFL-CREDIT TO WS-REFCRED-TOTAL
                   MOVE "REFCRED " TO WS-BKT-MOVEMENT
                   MOVE RFL-CREDIT TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               IF RFL-STATE-APPLIED
                       AND RFL-APPLIED-DATE = WS-POST-DATE
                   ADD 1 TO WS-REFAPPL-COUNT
                   ADD RFL-CREDIT TO WS-REFAPPL-TOTAL
                   MOVE "REFAPPL " TO WS-BKT-MOVEMENT
                   MOVE RFL-CREDIT TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE ReferralFile.

       READ-NEXT-REFERRAL.
           READ ReferralFile NEXT RECORD
               AT END
                   SET WS-RFL-END-OF-FILE TO TRUE
           END-READ.

      * A credit note takes fee and tax back off an invoice the day
      * S162 raises it. No cash changes hands; the pair reverses what
      * the invoice brought in.
       TOTAL-DAYS-CREDIT-NOTES.
           OPEN INPUT CreditNoteFile
           IF WS-CRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CREDIT-NOTE
           PERFORM UNTIL WS-CRN-END-OF-FILE
               IF CRN-DATE = WS-POST-DATE
                   MOVE CRN-BRANCH TO WS-BKT-BRANCH
                   MOVE SPACES     TO WS-BKT-CURRENCY
                   ADD 1 TO WS-CRNOTE-COUNT
                   ADD CRN-AMOUNT TO WS-CRNOTE-TOTAL
                   MOVE "CRNOTE  " TO WS-BKT-MOVEMENT
                   MOVE CRN-AMOUNT TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
                   IF CRN-TAX > ZERO
                       ADD CRN-TAX TO WS-CRNTAX-TOTAL
                       MOVE "CRNTAX  " TO WS-BKT-MOVEMENT
                       MOVE CRN-TAX    TO WS-BKT-AMOUNT
                       PERFORM ADD-TO-BUCKET
                   END-IF
               END-IF
               PERFORM READ-NEXT-CREDIT-NOTE
           END-PERFORM
           CLOSE CreditNoteFile.

       READ-NEXT-CREDIT-NOTE.
           READ CreditNoteFile
               AT END
                   SET WS-CRN-END-OF-FILE TO TRUE
           END-READ.

      * An event place posts the day S163 held it and invoiced the
      * fee - the booking day, or the day a waiting member was
      * promoted into the place.
       TOTAL-DAYS-EVENT-FEES.
           OPEN INPUT BookingFile
           IF WS-BKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-BOOKING
           PERFORM UNTIL WS-BKG-END-OF-FILE
               IF BKG-INV-NO > ZERO
                       AND BKG-PLACE-DATE = WS-POST-DATE
                   MOVE BKG-BRANCH TO WS-BKT-BRANCH
                   MOVE SPACES     TO WS-BKT-CURRENCY
                   ADD 1 TO WS-EVENTFEE-COUNT
                   ADD BKG-FEE TO WS-EVENTFEE-TOTAL
                   MOVE "EVENTFEE" TO WS-BKT-MOVEMENT
                   MOVE BKG-FEE    TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-BOOKING
           END-PERFORM
           CLOSE BookingFile.

       READ-NEXT-BOOKING.
           READ BookingFile NEXT RECORD
               AT END
                   SET WS-BKG-END-OF-FILE TO TRUE
           END-READ.

      * Member loan deposits move on the day of the loandep.txt row:
      * taken at S039's desk into the deposits held, handed back at
      * S037's return out of them, kept for damage or against a loan
      * S164 took as lost into loan recoveries, and the shortfall
      * S164 invoiced beyond the deposit into the same income.
       TOTAL-DAYS-LOAN-DEPOSITS.
           OPEN INPUT LoanDepositFile
           IF WS-LDP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LOAN-DEPOSIT
           PERFORM UNTIL WS-LDP-END-OF-FILE
               IF LDP-DATE = WS-POST-DATE AND LDP-AMOUNT > ZERO
                   MOVE LDP-BRANCH TO WS-BKT-BRANCH
                   MOVE SPACES     TO WS-BKT-CURRENCY
                   MOVE LDP-AMOUNT TO WS-BKT-AMOUNT
                   EVALUATE TRUE
                       WHEN LDP-KIND-TAKEN
                           ADD 1 TO WS-LOANDEP-COUNT
                           ADD LDP-AMOUNT TO WS-LOANDEP-TOTAL
                           MOVE "LOANDEP " TO WS-BKT-MOVEMENT
                       WHEN LDP-KIND-REFUNDED
                           ADD LDP-AMOUNT TO WS-LOANDREF-TOTAL
                           MOVE "LOANDREF" TO WS-BKT-MOVEMENT
                       WHEN LDP-KIND-KEPT
                       WHEN LDP-KIND-APPLIED
                           ADD LDP-AMOUNT TO WS-LOANDKEP-TOTAL
                           MOVE "LOANDKEP" TO WS-BKT-MOVEMENT
                       WHEN OTHER
                           ADD LDP-AMOUNT TO WS-LOANSHRT-TOTAL
                           MOVE "LOANSHRT" TO WS-BKT-MOVEMENT
                   END-EVALUATE
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-LOAN-DEPOSIT
           END-PERFORM
           CLOSE LoanDepositFile.

       READ-NEXT-LOAN-DEPOSIT.
           READ LoanDepositFile
               AT END
                   SET WS-LDP-END-OF-FILE TO TRUE
           END-READ.

      * Gift vouchers: the money S039 took for one is held as a
      * liability on the day of the sale. The part a redemption
      * put against the new member's invoice comes out of it on the
      * redemption date, and so does any part the invoice did not
      * need, into gift income. A voucher never redeemed is released
      * to gift income on its expiry date - the last day it could be
      * used, and this extract runs at the end of the day.
       TOTAL-DAYS-GIFT-VOUCHERS.
           OPEN INPUT GiftVoucherFile
           IF WS-GFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-GIFT-VOUCHER
           PERFORM UNTIL WS-GFT-END-OF-FILE
               MOVE GFT-BRANCH TO WS-BKT-BRANCH
               MOVE SPACES     TO WS-BKT-CURRENCY
               IF GFT-SALE-DATE = WS-POST-DATE
                   ADD 1 TO WS-GIFTSALE-COUNT
                   ADD GFT-AMOUNT TO WS-GIFTSALE-TOTAL
                   MOVE "GIFTSALE" TO WS-BKT-MOVEMENT
                   MOVE GFT-AMOUNT TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               EVALUATE TRUE
                   WHEN GFT-STATE-REDEEMED
                           AND GFT-REDEEMED-DATE = WS-POST-DATE
                       ADD 1 TO WS-GIFTREDM-COUNT
                       IF GFT-APPLIED > ZERO
                           ADD GFT-APPLIED TO WS-GIFTREDM-TOTAL
                           MOVE "GIFTREDM" TO WS-BKT-MOVEMENT
                           MOVE GFT-APPLIED TO WS-BKT-AMOUNT
                           PERFORM ADD-TO-BUCKET
                       END-IF
                       IF GFT-AMOUNT > GFT-APPLIED
                           ADD 1 TO WS-GIFTREL-COUNT
                           COMPUTE WS-BKT-AMOUNT =
                                   GFT-AMOUNT - GFT-APPLIED
                           ADD WS-BKT-AMOUNT TO WS-GIFTREL-TOTAL
                           MOVE "GIFTREL " TO WS-BKT-MOVEMENT
                           PERFORM ADD-TO-BUCKET
                       END-IF
                   WHEN GFT-STATE-OPEN
                           AND GFT-EXPIRY-DATE = WS-POST-DATE
                       ADD 1 TO WS-GIFTREL-COUNT
                       ADD GFT-AMOUNT TO WS-GIFTREL-TOTAL
                       MOVE "GIFTREL " TO WS-BKT-MOVEMENT
                       MOVE GFT-AMOUNT TO WS-BKT-AMOUNT
                       PERFORM ADD-TO-BUCKET
               END-EVALUATE
               PERFORM READ-NEXT-GIFT-VOUCHER
           END-PERFORM
           CLOSE GiftVoucherFile.

       READ-NEXT-GIFT-VOUCHER.
           READ GiftVoucherFile NEXT RECORD
               AT END
                   SET WS-GFT-END-OF-FILE TO TRUE
           END-READ.

      * Agency commission posts the day S121 imported the remittance
      * that reported it. Rejected remittance lines never post.
       TOTAL-DAYS-AGENCY-COMMISSION.
           OPEN INPUT AgencyRemitFile
           IF WS-ARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REMITTANCE
           PERFORM UNTIL WS-ARM-END-OF-FILE
               IF ARM-RESULT-POSTED
                       AND ARM-POSTED-DATE = WS-POST-DATE
                       AND ARM-COMMISSION > ZERO
                   ADD 1 TO WS-AGYCOMM-COUNT
                   ADD ARM-COMMISSION TO WS-AGYCOMM-TOTAL
                   MOVE "AGYCOMM " TO WS-BKT-MOVEMENT
                   MOVE SPACES     TO WS-BKT-BRANCH
                   MOVE SPACES     TO WS-BKT-CURRENCY
                   MOVE ARM-COMMISSION TO WS-BKT-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               PERFORM READ-NEXT-REMITTANCE
           END-PERFORM
           CLOSE AgencyRemitFile.

       READ-NEXT-REMITTANCE.
           READ AgencyRemitFile
               AT END
                   SET WS-ARM-END-OF-FILE TO TRUE
           END-READ.

      * One balanced pair per movement type and account pair. The
      * shipped accounts - fees and renewals debit cash and credit
      * unearned income, tax credits tax payable, write-offs debit the
      * write-off expense, refunds debit fee income and credit cash,
      * supplier invoices debit purchases and credit trade payables,
      * supplier payments debit trade payables and credit cash, late
      * fees credit late-fee income and a waiver debits it back,
      * agency commission debits its expense against fee income,
      * referral credits raised debit their expense and credit the
      * referral liability, applied ones debit it back against cash,
      * credit notes debit fee income and tax payable against cash,
      * event fees credit event income, member loan deposits taken
      * credit the deposits held and handed back debit them, kept
      * deposits move from them to loan recoveries, and unreturned
      * loan shortfalls credit loan recoveries - are loaded first and
      * GLACCT replaces them wherever a posting rule fits the branch
      * and currency.
       WRITE-POSTING-LINES.
           PERFORM RESOLVE-BUCKET-ACCOUNTS
           OPEN OUTPUT GlPostFile
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "glpost.txt could not be opened - status "
      *    The record area is reused for every line, so the run
      *    number set here rides on each of them.
           MOVE WS-THIS-RUN-NO TO GL-RUN-NO
           MOVE "FEE     " TO WS-GLA-MOVEMENT
           MOVE "MEMBERSHIP FEES TAKEN" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "RENEWAL " TO WS-GLA-MOVEMENT
           MOVE "MEMBERSHIP RENEWALS" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "TAX     " TO WS-GLA-MOVEMENT
           MOVE "TAX COLLECTED ON FEES" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "WRITEOFF" TO WS-GLA-MOVEMENT
           MOVE "BALANCES WRITTEN OFF" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "REFUND  " TO WS-GLA-MOVEMENT
           MOVE "MEMBERSHIP FEES REFUNDED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "APINV   " TO WS-GLA-MOVEMENT
           MOVE "SUPPLIER INVOICES ENTERED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "APPAY   " TO WS-GLA-MOVEMENT
           MOVE "SUPPLIER PAYMENTS MADE" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "LATEFEE " TO WS-GLA-MOVEMENT
           MOVE "LATE PAYMENT FEES CHARGED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "LATEWAIV" TO WS-GLA-MOVEMENT
           MOVE "LATE PAYMENT FEES WAIVED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "LATEWTAX" TO WS-GLA-MOVEMENT
           MOVE "TAX ON WAIVED LATE FEES" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "AGYCOMM " TO WS-GLA-MOVEMENT
           MOVE "COLLECTION AGENCY COMMISSION" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "CARDFEE " TO WS-GLA-MOVEMENT
           MOVE "REPLACEMENT CARD FEES" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "REFCRED " TO WS-GLA-MOVEMENT
           MOVE "REFERRAL CREDITS RAISED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "REFAPPL " TO WS-GLA-MOVEMENT
           MOVE "REFERRAL CREDITS APPLIED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "CRNOTE  " TO WS-GLA-MOVEMENT
           MOVE "CREDIT NOTES ISSUED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "CRNTAX  " TO WS-GLA-MOVEMENT
           MOVE "TAX ON CREDIT NOTES" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "EVENTFEE" TO WS-GLA-MOVEMENT
           MOVE "EVENT AND COURSE FEES" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "LOANDEP " TO WS-GLA-MOVEMENT
           MOVE "MEMBER LOAN DEPOSITS TAKEN" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "LOANDREF" TO WS-GLA-MOVEMENT
           MOVE "MEMBER LOAN DEPOSITS REFUNDED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "LOANDKEP" TO WS-GLA-MOVEMENT
           MOVE "MEMBER LOAN DEPOSITS KEPT" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "LOANSHRT" TO WS-GLA-MOVEMENT
           MOVE "UNRETURNED LOAN SHORTFALLS" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "GIFTSALE" TO WS-GLA-MOVEMENT
           MOVE "GIFT VOUCHERS SOLD" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "GIFTREDM" TO WS-GLA-MOVEMENT
           MOVE "GIFT VOUCHERS REDEEMED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           MOVE "GIFTREL " TO WS-GLA-MOVEMENT
           MOVE "GIFT VOUCHER VALUE RELEASED" TO WS-PAIR-DESCRIPTION
           PERFORM WRITE-MOVEMENT-PAIRS
           CLOSE GlPostFile.

       WRITE-MOVEMENT-PAIRS.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-MOVEMENT(WS-PAIR-IDX) = WS-GLA-MOVEMENT
                       AND WS-PAIR-AMOUNT(WS-PAIR-IDX) > ZERO
                   MOVE WS-POST-DATE TO GL-POST-DATE
                   MOVE WS-PAIR-DR(WS-PAIR-IDX) TO GL-ACCOUNT
                   SET GL-DEBIT TO TRUE
                   MOVE WS-PAIR-AMOUNT(WS-PAIR-IDX) TO GL-AMOUNT
                   MOVE WS-PAIR-DESCRIPTION TO GL-DESCRIPTION
                   WRITE GL-POSTING-LINE
                   ADD WS-PAIR-AMOUNT(WS-PAIR-IDX) TO WS-DEBIT-TOTAL

                   MOVE WS-POST-DATE TO GL-POST-DATE
                   MOVE WS-PAIR-CR(WS-PAIR-IDX) TO GL-ACCOUNT
                   SET GL-CREDIT TO TRUE
                   MOVE WS-PAIR-AMOUNT(WS-PAIR-IDX) TO GL-AMOUNT
                   MOVE WS-PAIR-DESCRIPTION TO GL-DESCRIPTION
                   WRITE GL-POSTING-LINE
                   ADD WS-PAIR-AMOUNT(WS-PAIR-IDX) TO WS-CREDIT-TOTAL
               END-IF
           END-PERFORM.

      * Fold one movement/branch/currency portion into its bucket.
      * A full table is a hard stop - dropping a portion would post
      * a day short.
       ADD-TO-BUCKET.
           MOVE "N" TO WS-BKT-FOUND-SWITCH
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT OR WS-BKT-FOUND
               IF WS-BKT-T-MOVEMENT(WS-BKT-IDX) = WS-BKT-MOVEMENT
                       AND WS-BKT-T-BRANCH(WS-BKT-IDX) = WS-BKT-BRANCH
                       AND WS-BKT-T-CURRENCY(WS-BKT-IDX)
                           = WS-BKT-CURRENCY
                   SET WS-BKT-FOUND TO TRUE
                   ADD WS-BKT-AMOUNT TO WS-BKT-T-AMOUNT(WS-BKT-IDX)
               END-IF
           END-PERFORM
           IF WS-BKT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-BUCKET-COUNT >= 300
               DISPLAY "Too many branch/currency portions for one "
                       "extract - extract refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BUCKET-COUNT
           SET WS-BKT-IDX TO WS-BUCKET-COUNT
           MOVE WS-BKT-MOVEMENT TO WS-BKT-T-MOVEMENT(WS-BKT-IDX)
           MOVE WS-BKT-BRANCH   TO WS-BKT-T-BRANCH(WS-BKT-IDX)
           MOVE WS-BKT-CURRENCY TO WS-BKT-T-CURRENCY(WS-BKT-IDX)
           MOVE WS-BKT-AMOUNT   TO WS-BKT-T-AMOUNT(WS-BKT-IDX).

      * Ask GLACCT for each portion's accounts and fold portions
      * that land on the same debit/credit pair together.
       RESOLVE-BUCKET-ACCOUNTS.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
               MOVE WS-BKT-T-MOVEMENT(WS-BKT-IDX) TO WS-GLA-MOVEMENT
               MOVE WS-BKT-T-BRANCH(WS-BKT-IDX)   TO WS-GLA-BRANCH
               MOVE WS-BKT-T-CURRENCY(WS-BKT-IDX) TO WS-GLA-CURRENCY
               EVALUATE WS-GLA-MOVEMENT
                   WHEN "TAX     "
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "TAXPAYAB" TO WS-GLA-CR-ACCOUNT
                   WHEN "WRITEOFF"
                       MOVE "WRITEOFF" TO WS-GLA-DR-ACCOUNT
                       MOVE "FEEINCOM" TO WS-GLA-CR-ACCOUNT
                   WHEN "REFUND  "
                       MOVE "FEEINCOM" TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "APINV   "
                       MOVE "PURCHASE" TO WS-GLA-DR-ACCOUNT
                       MOVE "APTRADE " TO WS-GLA-CR-ACCOUNT
                   WHEN "APPAY   "
                       MOVE "APTRADE " TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "LATEFEE "
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "LATEFEE " TO WS-GLA-CR-ACCOUNT
                   WHEN "LATEWAIV"
                       MOVE "LATEFEE " TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "LATEWTAX"
                       MOVE "TAXPAYAB" TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "AGYCOMM "
                       MOVE "AGYCOMM " TO WS-GLA-DR-ACCOUNT
                       MOVE "FEEINCOM" TO WS-GLA-CR-ACCOUNT
                   WHEN "CARDFEE "
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "CARDFEE " TO WS-GLA-CR-ACCOUNT
                   WHEN "REFCRED "
                       MOVE "REFEXP  " TO WS-GLA-DR-ACCOUNT
                       MOVE "REFLIAB " TO WS-GLA-CR-ACCOUNT
                   WHEN "REFAPPL "
                       MOVE "REFLIAB " TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "CRNOTE  "
                       MOVE "FEEINCOM" TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "CRNTAX  "
                       MOVE "TAXPAYAB" TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "EVENTFEE"
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "EVENTINC" TO WS-GLA-CR-ACCOUNT
                   WHEN "LOANDEP "
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "LOANDEPL" TO WS-GLA-CR-ACCOUNT
                   WHEN "LOANDREF"
                       MOVE "LOANDEPL" TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "LOANDKEP"
                       MOVE "LOANDEPL" TO WS-GLA-DR-ACCOUNT
                       MOVE "LOANINC " TO WS-GLA-CR-ACCOUNT
                   WHEN "LOANSHRT"
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "LOANINC " TO WS-GLA-CR-ACCOUNT
                   WHEN "GIFTSALE"
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "GIFTLIAB" TO WS-GLA-CR-ACCOUNT
                   WHEN "GIFTREDM"
                       MOVE "GIFTLIAB" TO WS-GLA-DR-ACCOUNT
                       MOVE "CASH    " TO WS-GLA-CR-ACCOUNT
                   WHEN "GIFTREL "
                       MOVE "GIFTLIAB" TO WS-GLA-DR-ACCOUNT
                       MOVE "GIFTINC " TO WS-GLA-CR-ACCOUNT
                   WHEN OTHER
                       MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
                       MOVE "DEFINCOM" TO WS-GLA-CR-ACCOUNT
               END-EVALUATE
               CALL "GLACCT" USING WS-GLA-MOVEMENT WS-GLA-BRANCH
                       WS-GLA-CURRENCY WS-GLA-DR-ACCOUNT
                       WS-GLA-CR-ACCOUNT
               MOVE "N" TO WS-BKT-FOUND-SWITCH
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                       OR WS-BKT-FOUND
                   IF WS-PAIR-MOVEMENT(WS-PAIR-IDX) = WS-GLA-MOVEMENT
                           AND WS-PAIR-DR(WS-PAIR-IDX)
                               = WS-GLA-DR-ACCOUNT
                           AND WS-PAIR-CR(WS-PAIR-IDX)
                               = WS-GLA-CR-ACCOUNT
                       SET WS-BKT-FOUND TO TRUE
                       ADD WS-BKT-T-AMOUNT(WS-BKT-IDX)
                           TO WS-PAIR-AMOUNT(WS-PAIR-IDX)
                   END-IF
               END-PERFORM
               IF NOT WS-BKT-FOUND
                   ADD 1 TO WS-PAIR-COUNT
                   SET WS-PAIR-IDX TO WS-PAIR-COUNT
                   MOVE WS-GLA-MOVEMENT   TO WS-PAIR-MOVEMENT
                                                 (WS-PAIR-IDX)
                   MOVE WS-GLA-DR-ACCOUNT TO WS-PAIR-DR(WS-PAIR-IDX)
                   MOVE WS-GLA-CR-ACCOUNT TO WS-PAIR-CR(WS-PAIR-IDX)
                   MOVE WS-BKT-T-AMOUNT(WS-BKT-IDX)
                       TO WS-PAIR-AMOUNT(WS-PAIR-IDX)
               END-IF
           END-PERFORM.

      * Out-of-balance postings must never reach finance - remove
      * the interface file, log an ERROR, and end with RETURN-CODE 8
                   SET WS-DATE-ALREADY-RUN TO TRUE
                   MOVE GLR-RUN-NO   TO WS-PRIOR-RUN-NO
                   MOVE GLR-RUN-DATE TO WS-PRIOR-RUN-DATE
                   MOVE GLR-ACK-STATE TO WS-PRIOR-ACK-STATE
               END-IF
               PERFORM READ-NEXT-RUN
           END-PERFORM
      * - a restart night must not post the same fees twice. Only a
      * supervisor asking for a regenerate goes further, and the
      * earlier run is explicitly superseded so the register never
      * shows two active runs for one date. A run finance rejected
      * outright posted nothing, so there is no refusal to get past -
      * the supervisor still signs on for the regenerate.
       REFUSE-OR-REGENERATE.
           IF WS-PRIOR-RUN-REJECTED
               DISPLAY "Posting date " WS-POST-DATE " was extracted "
                       "by run " WS-PRIOR-RUN-NO " on "
                       WS-PRIOR-RUN-DATE ", which finance rejected - "
                       "a supervisor may regenerate it."
               PERFORM SUPERVISOR-SIGN-ON
               PERFORM SUPERSEDE-PRIOR-RUNS
               DISPLAY "Rejected run " WS-PRIOR-RUN-NO
                       " superseded - regenerating."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Posting date " WS-POST-DATE " was already "
                   "extracted by run " WS-PRIOR-RUN-NO
                   " on " WS-PRIOR-RUN-DATE "."
           ACCEPT GLR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GLR-RUN-TIME FROM TIME
           MOVE WS-RUN-OPERATOR TO GLR-OPERATOR
           MOVE SPACE           TO GLR-ACK-STATE
           MOVE ZERO            TO GLR-ACK-DATE
           MOVE ZERO            TO GLR-ACK-LINES-LOADED
           MOVE ZERO            TO GLR-ACK-LINES-REJECTED
           WRITE GL-RUN-RECORD
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "WRITE to glrunreg.txt failed - status "
