      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-21  rxz  Late fees S069 charged with a dunning
      *                    letter (lateled.txt) print as LATE FEE
      *                    charges with their invoice number, and a
      *                    fee a supervisor waived prints as LATE
      *                    FEE WAIVED CR on the day it was waived;
      *                    both count in the opening balance.
      *   2024-06-29  rxz  Reversing payment rows (PAY-TYPE "R"/"B"
      *                    from S097's bounced-cheque handling) now
      *                    add back to the opening and running
      *                    receipt - a bounced cheque was making the
      *                    closing balance wrong by twice the cheque
      *                    plus the bank's charge.
      *   2024-08-02  rxz  The opening balance is now the member's
      *                    balance master row (balmast.txt) less
      *                    everything dated from the period start on,
      *                    instead of a second pass over every ledger
      *                    for the history before the period - each
      *                    ledger is read once per statement, and the
      *                    period's lines are held until the opening
      *                    figure is known. Write-offs S096 approved and
      *                    the commission the agency kept now print as
      *                    credits too (WRITTEN OFF CR, AGENCY
      *                    COMMISSION CR), since the master counts them.
      *   2024-08-23  rxz  The full run now asks the CONSENT subprogram
      *                    for each member: one who has opted out of
      *                    service contact gets no statement and is
      *                    counted as suppressed; one who prefers email
      *                    is sent a STATEMNT notification and the page
      *                    is headed not to be posted. A single
      *                    statement asked for by ID is always produced.
      *   2024-08-26  rxz  The full run holds back a posted statement to
      *                    an address S136 has flagged gone-away
      *                    (returned mail) and counts it; a statement
      *                    asked for by ID is still produced, headed not
      *                    to be posted.
      *   2024-11-12  rxz  Credit notes S162 raised against a member's
      *                    invoices (crnote.txt) print as CREDIT NOTE CR
      *                    with the invoice they reduce, on the day they
      *                    were raised, and count in the opening
      *                    balance.
      *   2024-11-15  rxz  Event and course places S163 invoiced
      *                    (evtbook.txt) print as EVENT FEE charges with
      *                    their invoice number on the day the place was
      *                    held, and the part of a cancelled place's fee
      *                    raised as a refund prints as EVENT CANCELLED
      *                    CR on the day of the cancellation (the part
      *                    credited prints as its credit note); both
      *                    count in the opening balance.
      *   2024-11-18  rxz  The shortfall S164 invoices for an unreturned
      *                    member loan (loandep.txt, kind S) prints as a
      *                    LOAN SHORTFALL line with its invoice.
      *   2024-11-21  rxz  A receipt S165 moved between registrations
      *                    prints as PAYMENT MOVED OUT on the one it
      *                    came off and PAYMENT MOVED IN on the one it
      *                    went to, under the original receipt number.
      *   2024-11-24  rxz  What a gift voucher (giftvch.txt) paid when
      *                    S015 or S080 redeemed it against the member's
      *                    first invoice prints as a GIFT VOUCHER CR
      *                    line with the voucher number on the
      *                    redemption date, and counts in the opening
      *                    balance.
      *   2024-11-29  rxz  A card replacement fee S134 invoiced
      *                    (invmast.txt, source C) prints as a CARD FEE
      *                    line with its invoice, and a referral credit
      *                    S015 applied for the member as referrer
      *                    (referral.txt, state A) prints as REFERRAL
      *                    CREDIT CR against the renewal invoice it came
      *                    off, on the day it was applied; both count in
      *                    the opening balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S071.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT WriteOffFile ASSIGN TO "./../woffled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOF-STATUS.

           SELECT AgencyRemitFile ASSIGN TO "./../agyrhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARM-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

           SELECT BookingFile ASSIGN TO "./../evtbook.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BKG-NO
           ALTERNATE RECORD KEY IS BKG-EVT-CODE WITH DUPLICATES
           FILE STATUS IS WS-BKG-STATUS.

           SELECT CreditNoteFile ASSIGN TO "./../crnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-STATUS.

           SELECT LoanDepositFile ASSIGN TO "./../loandep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDP-STATUS.

           SELECT GiftVoucherFile ASSIGN TO "./../giftvch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GFT-NO
           FILE STATUS IS WS-GFT-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

           SELECT StatementCtlFile ASSIGN TO "./../stmtctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  LateFeeFile.
           COPY LATREC.

       FD  BalanceFile.
           COPY BALREC.

       FD  WriteOffFile.
           COPY WOFREC.

       FD  AgencyRemitFile.
           COPY AGYREM.

       FD  BookingFile.
           COPY BKGREC.

       FD  CreditNoteFile.
           COPY CRNREC.

       FD  LoanDepositFile.
           COPY LDPREC.

       FD  GiftVoucherFile.
           COPY GFTREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  ReferralFile.
           COPY RFLREC.

       FD  StatementCtlFile.
       01  StatementCtlRec            PIC 9(07).

       01  WS-REF-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-CTL-STATUS                PIC XX.
       01  WS-LAT-STATUS                PIC XX.
       01  WS-LAT-EOF-SWITCH            PIC X(01).
           88  WS-LAT-END-OF-FILE       VALUE "Y".
       01  WS-BKG-STATUS                PIC XX.
       01  WS-BKG-EOF-SWITCH            PIC X(01).
           88  WS-BKG-END-OF-FILE       VALUE "Y".
       01  WS-CRN-STATUS                PIC XX.
       01  WS-CRN-EOF-SWITCH            PIC X(01).
           88  WS-CRN-END-OF-FILE       VALUE "Y".
       01  WS-LDP-STATUS                PIC XX.
       01  WS-LDP-EOF-SWITCH            PIC X(01).
           88  WS-LDP-END-OF-FILE       VALUE "Y".
       01  WS-GFT-STATUS                PIC XX.
       01  WS-GFT-EOF-SWITCH            PIC X(01).
           88  WS-GFT-END-OF-FILE       VALUE "Y".
       01  WS-INV-STATUS                PIC XX.
       01  WS-INV-EOF-SWITCH            PIC X(01).
           88  WS-INV-END-OF-FILE       VALUE "Y".
       01  WS-RFL-STATUS                PIC XX.
       01  WS-RFL-EOF-SWITCH            PIC X(01).
           88  WS-RFL-END-OF-FILE       VALUE "Y".
       01  WS-REG-STATUS                PIC XX.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-WOF-STATUS                PIC XX.
       01  WS-WOF-EOF-SWITCH            PIC X(01).
           88  WS-WOF-END-OF-FILE       VALUE "Y".
       01  WS-ARM-STATUS                PIC XX.
       01  WS-ARM-EOF-SWITCH            PIC X(01).
           88  WS-ARM-END-OF-FILE       VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-PAY-EOF-SWITCH            PIC X(01).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-OPENING-BALANCE           PIC S9(09)V99.
       01  WS-RUNNING-BALANCE           PIC S9(09)V99.
       01  WS-MASTER-BALANCE            PIC S9(09)V99.
       01  WS-PERIOD-NET                PIC S9(09)V99.
       01  WS-LATER-NET                 PIC S9(09)V99.

      * The period's lines, held until the opening balance - the
      * master's balance less everything dated from the period start
      * on - is known, then printed under it.
       01  WS-HELD-LINES.
           05  WS-HELD-LINE OCCURS 200 TIMES PIC X(80).
       01  WS-HELD-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-HELD-IDX                  PIC 9(03).
       01  WS-HELD-DROPPED              PIC 9(03) VALUE ZERO.
       01  WS-STMT-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-EMAILED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S071".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S071".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08) VALUE "STATEMNT".
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-LAST-STMT-NO              PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC Z(08)9.99-.
       01  WS-MEMBER-NAME               PIC X(30).
       01  WS-MEMBER-ADDR-1             PIC X(30).
       01  WS-MEMBER-ADDR-2             PIC X(30).
       01  WS-MEMBER-ADDR-3             PIC X(30).
       01  WS-GONE-AWAY-SWITCH          PIC X(01).
           88  WS-ADDRESS-GONE-AWAY     VALUE "Y".
       01  WS-GONE-AWAY-COUNT           PIC 9(05) VALUE ZERO.

      * Shared report writer plumbing, the S016 pattern.
       01  WS-RPT-ACTION                PIC X(08).
                       WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "balmast.txt could not be opened - status "
                       WS-BAL-STATUS " - run S124 to rebuild it."
               CLOSE DatabaseFile
               STOP RUN
           END-IF

           MOVE "s071" TO WS-RPT-ID
           MOVE "MEMBER ACCOUNT STATEMENTS" TO WS-RPT-TITLE
           PERFORM STATEMENT-IF-SELECTED UNTIL WS-END-OF-FILE

           CLOSE DatabaseFile
           CLOSE BalanceFile
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Statements produced: " WS-STMT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Of which by email: " WS-EMAILED-COUNT
                   "   Suppressed - no consent: " WS-SUPPRESSED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Held - address gone-away: " WS-GONE-AWAY-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Statements run complete - " WS-STMT-COUNT
                   " statement(s) produced, " WS-SUPPRESSED-COUNT
                   " suppressed, " WS-GONE-AWAY-COUNT " gone-away."
                   DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
      * One statement per current-layout, non-voided registration -
      * lapsed members still owe money, so they still get one. A
      * reprint run names a single ID and skips everyone else.
      * A statement asked for by ID is produced whatever the
      * member's consent - the asking is the consent - but the
      * preferred channel still applies. The full run holds back a
      * posted statement to an address S136 has flagged gone-away
      * (returned mail); a reprint is produced and marked.
       STATEMENT-IF-SELECTED.
           IF DB-LAYOUT-CURRENT AND NOT DB-STATUS-VOID
                   AND (WS-ONLY-ID = SPACES OR DB-ID = WS-ONLY-ID)
               MOVE DB-ID TO WS-WORK-ID
               MOVE DB-ID TO WS-CNS-DB-ID
               CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                       WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                       WS-CNS-OPERATOR WS-CNS-RESULT
               MOVE "N" TO WS-GONE-AWAY-SWITCH
               IF WS-CONTACT-ALLOWED AND NOT WS-CNS-BY-EMAIL
                       AND WS-ONLY-ID = SPACES
                   PERFORM LOOK-UP-MEMBER-DETAILS
               END-IF
               EVALUATE TRUE
                   WHEN WS-ONLY-ID NOT = SPACES
                       PERFORM PRODUCE-ONE-STATEMENT
                   WHEN NOT WS-CONTACT-ALLOWED
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   WHEN WS-ADDRESS-GONE-AWAY
                       ADD 1 TO WS-GONE-AWAY-COUNT
                   WHEN OTHER
                       PERFORM PRODUCE-ONE-STATEMENT
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-RECORD.

       PRODUCE-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           PERFORM ASSIGN-NEXT-STATEMENT-NO
           MOVE ZERO TO WS-PERIOD-NET
           MOVE ZERO TO WS-LATER-NET
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-DROPPED

           PERFORM LIST-PERIOD-CHARGES
           PERFORM LIST-PERIOD-LATE-FEES
           PERFORM LIST-PERIOD-CARD-FEES
           PERFORM LIST-PERIOD-CREDIT-NOTES
           PERFORM LIST-PERIOD-REFERRAL-CREDITS
           PERFORM LIST-PERIOD-EVENT-BOOKINGS
           PERFORM LIST-PERIOD-LOAN-SHORTFALLS
           PERFORM LIST-PERIOD-PAYMENTS
           PERFORM LIST-PERIOD-GIFT-VOUCHERS
           PERFORM LIST-PERIOD-REFUNDS
           PERFORM LIST-PERIOD-WRITEOFFS
           PERFORM LIST-PERIOD-COMMISSION
           PERFORM COMPUTE-OPENING-BALANCE
           COMPUTE WS-RUNNING-BALANCE
                   = WS-OPENING-BALANCE + WS-PERIOD-NET

           PERFORM WRITE-STATEMENT-HEADING

                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-LINE(WS-HELD-IDX) TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           IF WS-HELD-DROPPED > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  ... " WS-HELD-DROPPED " further line(s) "
                       "in the period not listed" DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               DISPLAY "WARNING: statement for " WS-WORK-ID
                       " overflowed the 200-line table - "
                       WS-HELD-DROPPED " line(s) not printed; the "
                       "balances are still complete."
           END-IF

           MOVE WS-RUNNING-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-TEXT
                   INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL

           IF WS-CNS-BY-EMAIL
               PERFORM NOTIFY-STATEMENT
           END-IF
           PERFORM WRITE-REGISTER-ROW.

      * The member prefers email: the statement number and closing
      * balance go on the outbound notification queue for the S092
      * gateway, and the printed page is marked not to be posted.
       NOTIFY-STATEMENT.
           MOVE WS-WORK-ID TO WS-NTF-RECIPIENT
           MOVE SPACES TO WS-NTF-KEY-1
           STRING "Statement " WS-LAST-STMT-NO " to " WS-PERIOD-TO
                   DELIMITED BY SIZE INTO WS-NTF-KEY-1
           MOVE SPACES TO WS-NTF-KEY-2
           STRING "Closing balance " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-NTF-KEY-2
           CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                   WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           ADD 1 TO WS-EMAILED-COUNT.

      * One period line into the held table; the balances count it
      * whether or not it fits.
       HOLD-STATEMENT-LINE.
           IF WS-HELD-COUNT >= 200
               ADD 1 TO WS-HELD-DROPPED
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-RPT-TEXT TO WS-HELD-LINE(WS-HELD-COUNT)
           END-IF
           MOVE SPACES TO WS-RPT-TEXT.

      * The statement opens with the member's address block, the
      * statement number and the period, so the page can go straight
      * into an envelope.
           IF WS-MEMBER-ADDR-3 NOT = SPACES
               MOVE WS-MEMBER-ADDR-3 TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           IF WS-CNS-BY-EMAIL
               MOVE "*** SENT BY EMAIL - DO NOT POST ***"
                   TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           IF WS-ADDRESS-GONE-AWAY AND NOT WS-CNS-BY-EMAIL
               MOVE "*** ADDRESS GONE-AWAY - DO NOT POST ***"
                   TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

       LOOK-UP-MEMBER-DETAILS.
           MOVE "N" TO WS-GONE-AWAY-SWITCH
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE SPACES TO WS-MEMBER-ADDR-1
           MOVE SPACES TO WS-MEMBER-ADDR-2
                   MOVE MEM-ADDR-1 TO WS-MEMBER-ADDR-1
                   MOVE MEM-ADDR-2 TO WS-MEMBER-ADDR-2
                   MOVE MEM-ADDR-3 TO WS-MEMBER-ADDR-3
                   IF MEM-ADDRESS-GONE-AWAY
                       SET WS-ADDRESS-GONE-AWAY TO TRUE
                   END-IF
           END-READ
           CLOSE MemberDetailsFile.

      * Everything dated before the period start: the balance
      * master's figure today, less what moved from the period start
      * on - the same netting the aging run uses, so the statement
      * and the aged trial balance agree. No master row means no
      * money has ever moved on the registration.
       COMPUTE-OPENING-BALANCE.
           MOVE ZERO TO WS-MASTER-BALANCE
           MOVE WS-WORK-ID TO BAL-DB-ID
           READ BalanceFile KEY IS BAL-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-BALANCE TO WS-MASTER-BALANCE
           END-READ
           COMPUTE WS-OPENING-BALANCE = WS-MASTER-BALANCE
                   - WS-PERIOD-NET - WS-LATER-NET.

      * Charges dated inside the period: the registration fee if the
      * row itself is dated there, then the period's renewal rows.
      * Anything dated after the period only counts toward the
      * later movement the opening balance backs out.
       LIST-PERIOD-CHARGES.
           IF DB-REG-DATE >= WS-PERIOD-FROM
                   AND DB-REG-DATE <= WS-PERIOD-TO
                   AND DB-FEE > ZERO
               ADD DB-FEE TO WS-PERIOD-NET
               MOVE DB-FEE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  " DB-REG-DATE "  REGISTRATION FEE    "
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               PERFORM HOLD-STATEMENT-LINE
           END-IF
           IF DB-REG-DATE > WS-PERIOD-TO
               ADD DB-FEE TO WS-LATER-NET
           END-IF
           MOVE "N" TO WS-RNL-EOF-SWITCH
           OPEN INPUT RenewalLedgerFile
               IF RNL-DB-ID = WS-WORK-ID
                       AND RNL-DATE >= WS-PERIOD-FROM
                       AND RNL-DATE <= WS-PERIOD-TO
                   ADD RNL-FEE TO WS-PERIOD-NET
                   MOVE RNL-FEE TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " RNL-DATE "  RENEWAL FEE         "
                           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           INTO WS-RPT-TEXT
                   PERFORM HOLD-STATEMENT-LINE
               END-IF
               IF RNL-DB-ID = WS-WORK-ID
                       AND RNL-DATE > WS-PERIOD-TO
                   ADD RNL-FEE TO WS-LATER-NET
               END-IF
               PERFORM READ-NEXT-RENEWAL
           END-PERFORM
           CLOSE RenewalLedgerFile.

      * Late fees charged in the period, and any waived in it -
      * a waiver prints as a credit on the day it was granted, so
      * a fee charged in one period and waived in the next still
      * reads true on both statements.
       LIST-PERIOD-LATE-FEES.
           MOVE "N" TO WS-LAT-EOF-SWITCH
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-LAT-END-OF-FILE
               IF LAT-DB-ID = WS-WORK-ID
                   IF LAT-DATE >= WS-PERIOD-FROM
                           AND LAT-DATE <= WS-PERIOD-TO
                       ADD LAT-FEE TO WS-PERIOD-NET
                       MOVE LAT-FEE TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " LAT-DATE "  LATE FEE            "
                               WS-AMOUNT-DISPLAY " INV  "
                               LAT-INVOICE-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF LAT-DATE > WS-PERIOD-TO
                       ADD LAT-FEE TO WS-LATER-NET
                   END-IF
                   IF LAT-STATE-WAIVED
                           AND LAT-WAIVED-DATE >= WS-PERIOD-FROM
                           AND LAT-WAIVED-DATE <= WS-PERIOD-TO
                       SUBTRACT LAT-FEE FROM WS-PERIOD-NET
                       MOVE LAT-FEE TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " LAT-WAIVED-DATE
                               "  LATE FEE WAIVED CR  "
                               WS-AMOUNT-DISPLAY " INV  "
                               LAT-INVOICE-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF LAT-STATE-WAIVED
                           AND LAT-WAIVED-DATE > WS-PERIOD-TO
                       SUBTRACT LAT-FEE FROM WS-LATER-NET
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

      * Card replacement fees S134 charged in the period - they
      * exist only as invoices, so the invoice master is read for
      * them.
       LIST-PERIOD-CARD-FEES.
           MOVE "N" TO WS-INV-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-DB-ID = WS-WORK-ID AND INV-SOURCE-CARD
                   IF INV-DATE >= WS-PERIOD-FROM
                           AND INV-DATE <= WS-PERIOD-TO
                       ADD INV-AMOUNT TO WS-PERIOD-NET
                       MOVE INV-AMOUNT TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " INV-DATE "  CARD FEE            "
                               WS-AMOUNT-DISPLAY " INV  "
                               INV-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF INV-DATE > WS-PERIOD-TO
                       ADD INV-AMOUNT TO WS-LATER-NET
                   END-IF
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-INV-END-OF-FILE TO TRUE
           END-READ.

      * Credit notes raised in the period. The balance master was
      * credited the fee only (tax never reaches it), so the line
      * carries the fee credited.
       LIST-PERIOD-CREDIT-NOTES.
           MOVE "N" TO WS-CRN-EOF-SWITCH
           OPEN INPUT CreditNoteFile
           IF WS-CRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CREDIT-NOTE
           PERFORM UNTIL WS-CRN-END-OF-FILE
               IF CRN-DB-ID = WS-WORK-ID
                   IF CRN-DATE >= WS-PERIOD-FROM
                           AND CRN-DATE <= WS-PERIOD-TO
                       SUBTRACT CRN-AMOUNT FROM WS-PERIOD-NET
                       MOVE CRN-AMOUNT TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " CRN-DATE "  CREDIT NOTE CR      "
                               WS-AMOUNT-DISPLAY " INV  "
                               CRN-INV-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF CRN-DATE > WS-PERIOD-TO
                       SUBTRACT CRN-AMOUNT FROM WS-LATER-NET
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

      * Referral credits S015 took off this member's renewal
      * invoices as referrer, on the day each was applied - the
      * balance master was credited the whole credit then.
       LIST-PERIOD-REFERRAL-CREDITS.
           MOVE "N" TO WS-RFL-EOF-SWITCH
           OPEN INPUT ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO RFL-REFERRER-ID
           START ReferralFile KEY IS = RFL-REFERRER-ID
               INVALID KEY
                   SET WS-RFL-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-RFL-END-OF-FILE
               PERFORM READ-NEXT-REFERRAL
           END-IF
           PERFORM UNTIL WS-RFL-END-OF-FILE
                   OR RFL-REFERRER-ID NOT = WS-WORK-ID
               IF RFL-STATE-APPLIED
                   IF RFL-APPLIED-DATE >= WS-PERIOD-FROM
                           AND RFL-APPLIED-DATE <= WS-PERIOD-TO
                       SUBTRACT RFL-CREDIT FROM WS-PERIOD-NET
                       MOVE RFL-CREDIT TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " RFL-APPLIED-DATE
                               "  REFERRAL CREDIT CR  "
                               WS-AMOUNT-DISPLAY " INV  "
                               RFL-INVOICE-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF RFL-APPLIED-DATE > WS-PERIOD-TO
                       SUBTRACT RFL-CREDIT FROM WS-LATER-NET
                   END-IF
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE ReferralFile.

       READ-NEXT-REFERRAL.
           READ ReferralFile NEXT RECORD
               AT END
                   SET WS-RFL-END-OF-FILE TO TRUE
           END-READ.

      * Event places invoiced in the period, and the refunds raised
      * when one was cancelled in time - the credited part of such a
      * cancellation is on crnote.txt and prints with the credit
      * notes.
       LIST-PERIOD-EVENT-BOOKINGS.
           MOVE "N" TO WS-BKG-EOF-SWITCH
           OPEN INPUT BookingFile
           IF WS-BKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-BOOKING
           PERFORM UNTIL WS-BKG-END-OF-FILE
               IF BKG-DB-ID = WS-WORK-ID AND BKG-INV-NO > ZERO
                   IF BKG-PLACE-DATE >= WS-PERIOD-FROM
                           AND BKG-PLACE-DATE <= WS-PERIOD-TO
                       ADD BKG-FEE TO WS-PERIOD-NET
                       MOVE BKG-FEE TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " BKG-PLACE-DATE
                               "  EVENT FEE           "
                               WS-AMOUNT-DISPLAY " INV  "
                               BKG-INV-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF BKG-PLACE-DATE > WS-PERIOD-TO
                       ADD BKG-FEE TO WS-LATER-NET
                   END-IF
                   IF BKG-REFUNDED > ZERO
                           AND BKG-CANCEL-DATE >= WS-PERIOD-FROM
                           AND BKG-CANCEL-DATE <= WS-PERIOD-TO
                       SUBTRACT BKG-REFUNDED FROM WS-PERIOD-NET
                       MOVE BKG-REFUNDED TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " BKG-CANCEL-DATE
                               "  EVENT CANCELLED CR  "
                               WS-AMOUNT-DISPLAY " INV  "
                               BKG-INV-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF BKG-REFUNDED > ZERO
                           AND BKG-CANCEL-DATE > WS-PERIOD-TO
                       SUBTRACT BKG-REFUNDED FROM WS-LATER-NET
                   END-IF
               END-IF
               PERFORM READ-NEXT-BOOKING
           END-PERFORM
           CLOSE BookingFile.

       READ-NEXT-BOOKING.
           READ BookingFile NEXT RECORD
               AT END
                   SET WS-BKG-END-OF-FILE TO TRUE
           END-READ.

      * What S164 invoiced for a member loan never returned, beyond
      * the deposit it kept. The deposit itself never touched the
      * account and is not shown.
       LIST-PERIOD-LOAN-SHORTFALLS.
           MOVE "N" TO WS-LDP-EOF-SWITCH
           OPEN INPUT LoanDepositFile
           IF WS-LDP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LOAN-DEPOSIT
           PERFORM UNTIL WS-LDP-END-OF-FILE
               IF LDP-DB-ID = WS-WORK-ID AND LDP-KIND-SHORTFALL
                   IF LDP-DATE >= WS-PERIOD-FROM
                           AND LDP-DATE <= WS-PERIOD-TO
                       ADD LDP-AMOUNT TO WS-PERIOD-NET
                       MOVE LDP-AMOUNT TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " LDP-DATE "  LOAN SHORTFALL      "
                               WS-AMOUNT-DISPLAY " INV  "
                               LDP-INV-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF LDP-DATE > WS-PERIOD-TO
                       ADD LDP-AMOUNT TO WS-LATER-NET
                   END-IF
               END-IF
               PERFORM READ-NEXT-LOAN-DEPOSIT
           END-PERFORM
           CLOSE LoanDepositFile.

       READ-NEXT-LOAN-DEPOSIT.
           READ LoanDepositFile
               AT END
                   SET WS-LDP-END-OF-FILE TO TRUE
           END-READ.

       LIST-PERIOD-PAYMENTS.
           MOVE "N" TO WS-PAY-EOF-SWITCH
           OPEN INPUT PaymentFile
      *            A reversing row (bounced cheque, bank charge)
      *            restores the balance due - the S039 shape.
                   IF PAY-REVERSING
                       ADD PAY-AMOUNT TO WS-PERIOD-NET
                       MOVE PAY-AMOUNT TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       IF PAY-TYPE-REALLOC-OUT
                           STRING "  " PAY-DATE
                                   "  PAYMENT MOVED OUT DR"
                                   WS-AMOUNT-DISPLAY " RCPT "
                                   PAY-RECEIPT-NO DELIMITED BY SIZE
                                   INTO WS-RPT-TEXT
                       ELSE
                           STRING "  " PAY-DATE
                                   "  PAYMENT REVERSED DR "
                                   WS-AMOUNT-DISPLAY " RCPT "
                                   PAY-RECEIPT-NO DELIMITED BY SIZE
                                   INTO WS-RPT-TEXT
                       END-IF
                       PERFORM HOLD-STATEMENT-LINE
                   ELSE
                       SUBTRACT PAY-AMOUNT FROM WS-PERIOD-NET
                       MOVE PAY-AMOUNT TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       IF PAY-TYPE-REALLOC-IN
                           STRING "  " PAY-DATE
                                   "  PAYMENT MOVED IN CR "
                                   WS-AMOUNT-DISPLAY " RCPT "
                                   PAY-RECEIPT-NO DELIMITED BY SIZE
                                   INTO WS-RPT-TEXT
                       ELSE
                           STRING "  " PAY-DATE
                                   "  PAYMENT RECEIVED CR "
                                   WS-AMOUNT-DISPLAY " RCPT "
                                   PAY-RECEIPT-NO DELIMITED BY SIZE
                                   INTO WS-RPT-TEXT
                       END-IF
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
               END-IF
               IF PAY-DB-ID = WS-WORK-ID
                       AND PAY-DATE > WS-PERIOD-TO
                   IF PAY-REVERSING
                       ADD PAY-AMOUNT TO WS-LATER-NET
                   ELSE
                       SUBTRACT PAY-AMOUNT FROM WS-LATER-NET
                   END-IF
               END-IF
               PERFORM READ-NEXT-PAYMENT
               IF REF-DB-ID = WS-WORK-ID AND REF-STATE-PAID
                       AND REF-PAID-DATE >= WS-PERIOD-FROM
                       AND REF-PAID-DATE <= WS-PERIOD-TO
                   ADD REF-AMOUNT TO WS-PERIOD-NET
                   MOVE REF-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " REF-PAID-DATE "  REFUND PAID OUT    "
                           WS-AMOUNT-DISPLAY " RCPT "
                           REF-RECEIPT-NO DELIMITED BY SIZE
                           INTO WS-RPT-TEXT
                   PERFORM HOLD-STATEMENT-LINE
               END-IF
               IF REF-DB-ID = WS-WORK-ID AND REF-STATE-PAID
                       AND REF-PAID-DATE > WS-PERIOD-TO
                   ADD REF-AMOUNT TO WS-LATER-NET
               END-IF
               PERFORM READ-NEXT-REFUND
           END-PERFORM
           CLOSE RefundFile.

      * A write-off S096 approved leaves the receivables on the day
      * it was decided.
       LIST-PERIOD-WRITEOFFS.
           MOVE "N" TO WS-WOF-EOF-SWITCH
           OPEN INPUT WriteOffFile
           IF WS-WOF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-WRITEOFF
           PERFORM UNTIL WS-WOF-END-OF-FILE
               IF WOF-DB-ID = WS-WORK-ID AND WOF-STATE-APPROVED
                       AND WOF-DEC-DATE >= WS-PERIOD-FROM
                       AND WOF-DEC-DATE <= WS-PERIOD-TO
                   SUBTRACT WOF-AMOUNT FROM WS-PERIOD-NET
                   MOVE WOF-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " WOF-DEC-DATE "  WRITTEN OFF CR      "
                           WS-AMOUNT-DISPLAY " " WOF-REASON
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM HOLD-STATEMENT-LINE
               END-IF
               IF WOF-DB-ID = WS-WORK-ID AND WOF-STATE-APPROVED
                       AND WOF-DEC-DATE > WS-PERIOD-TO
                   SUBTRACT WOF-AMOUNT FROM WS-LATER-NET
               END-IF
               PERFORM READ-NEXT-WRITEOFF
           END-PERFORM
           CLOSE WriteOffFile.

       READ-NEXT-WRITEOFF.
           READ WriteOffFile
               AT END
                   SET WS-WOF-END-OF-FILE TO TRUE
           END-READ.

      * A gift voucher somebody bought for the member paid what it
      * covered of the first invoice on the day it was redeemed -
      * credited like a payment, quoting the voucher number.
       LIST-PERIOD-GIFT-VOUCHERS.
           MOVE "N" TO WS-GFT-EOF-SWITCH
           OPEN INPUT GiftVoucherFile
           IF WS-GFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-GIFT-VOUCHER
           PERFORM UNTIL WS-GFT-END-OF-FILE
               IF GFT-STATE-REDEEMED AND GFT-APPLIED > ZERO
                       AND GFT-REDEEMED-DB-ID = WS-WORK-ID
                   IF GFT-REDEEMED-DATE >= WS-PERIOD-FROM
                           AND GFT-REDEEMED-DATE <= WS-PERIOD-TO
                       SUBTRACT GFT-APPLIED FROM WS-PERIOD-NET
                       MOVE GFT-APPLIED TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  " GFT-REDEEMED-DATE
                               "  GIFT VOUCHER CR     "
                               WS-AMOUNT-DISPLAY " VCH  "
                               GFT-NO DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       PERFORM HOLD-STATEMENT-LINE
                   END-IF
                   IF GFT-REDEEMED-DATE > WS-PERIOD-TO
                       SUBTRACT GFT-APPLIED FROM WS-LATER-NET
                   END-IF
               END-IF
               PERFORM READ-NEXT-GIFT-VOUCHER
           END-PERFORM
           CLOSE GiftVoucherFile.

       READ-NEXT-GIFT-VOUCHER.
           READ GiftVoucherFile NEXT RECORD
               AT END
                   SET WS-GFT-END-OF-FILE TO TRUE
           END-READ.

      * The commission the agency kept out of what the member paid
      * it - the net money is already a payment row; the commission
      * is credited on the day S121 posted the remittance.
       LIST-PERIOD-COMMISSION.
           MOVE "N" TO WS-ARM-EOF-SWITCH
           OPEN INPUT AgencyRemitFile
           IF WS-ARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REMITTANCE
           PERFORM UNTIL WS-ARM-END-OF-FILE
               IF ARM-DB-ID = WS-WORK-ID AND ARM-RESULT-POSTED
                       AND ARM-COMMISSION > ZERO
                       AND ARM-POSTED-DATE >= WS-PERIOD-FROM
                       AND ARM-POSTED-DATE <= WS-PERIOD-TO
                   SUBTRACT ARM-COMMISSION FROM WS-PERIOD-NET
                   MOVE ARM-COMMISSION TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " ARM-POSTED-DATE
                           "  AGENCY COMMISSION CR"
                           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           INTO WS-RPT-TEXT
                   PERFORM HOLD-STATEMENT-LINE
               END-IF
               IF ARM-DB-ID = WS-WORK-ID AND ARM-RESULT-POSTED
                       AND ARM-POSTED-DATE > WS-PERIOD-TO
                   SUBTRACT ARM-COMMISSION FROM WS-LATER-NET
               END-IF
               PERFORM READ-NEXT-REMITTANCE
           END-PERFORM
           CLOSE AgencyRemitFile.

       READ-NEXT-REMITTANCE.
           READ AgencyRemitFile
               AT END
                   SET WS-ARM-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
               AT END
