      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-21  rxz  Late fees. Queuing a letter now charges
      *                    the stage's fee from lfeetab.txt (per
      *                    country and currency, kept in S120) as
      *                    its own charge: taxed through taxrate.txt,
      *                    given a numbered invoice (source "L") and
      *                    written to lateled.txt, which the aging
      *                    then counts like a renewal row until a
      *                    supervisor waives it. The letter extract
      *                    carries the fee and its invoice number.
      *   2024-07-15  rxz  A member whose direct debit the bank
      *                    returned (a ddreg.txt row in state R from
      *                    S119) is sent the first reminder as soon
      *                    as the reversed receipt leaves a balance,
      *                    instead of waiting 30 days - the member
      *                    believes the renewal is paid.
      *   2024-06-29  rxz  A member whose charges overflow the
      *                    60-slot table is now warned about on the
      *                    console like the history-table overflow
      *                    an uncollectable balance stops polluting
      *                    the aged trial balance and the dunning
      *                    cycle the day it is given up on.
      *   2024-07-24  rxz  Collection agency. A registration S121 has
      *                    placed with the agency (or the agency has
      *                    handed back) still ages, but is sent no
      *                    more letters and charged no more late
      *                    fees. The commission the agency kept on
      *                    what it collected (agyrhist.txt) retires
      *                    the balance alongside the net money S121
      *                    posts to payment.txt - the member paid
      *                    the gross.
      *   2024-08-02  rxz  The balance due now comes from the balance
      *                    master (balmast.txt) the posting programs
      *                    keep through BALUPD, instead of re-reading
      *                    payment.txt, refund.txt, woffled.txt and
      *                    agyrhist.txt for every registration: a member
      *                    whose master balance is nil is passed over
      *                    without gathering anything, and the rest age
      *                    their dated charges FIFO against the master's
      *                    paid, refunded and written-off totals (the
      *                    same pool as before). A late fee charged here
      *                    posts to the master as it is written.
      *   2024-08-05  rxz  A frozen registration (S015 Freeze) still
      *                    owes what it owed and is aged and bucketed
      *                    like an active one, but no dunning letter is
      *                    queued for it until it is resumed.
      *   2024-08-23  rxz  A dunning stage now asks the CONSENT
      *                    subprogram first: a member who has opted out
      *                    of service contact gets no letter, no late
      *                    fee and no stage, and is counted as
      *                    suppressed on the report; a member who
      *                    prefers email gets a DUNNING notification
      *                    instead of the dunlet.txt row.
      *   2024-08-26  rxz  A dunning letter to an address S136 has
      *                    flagged gone-away (returned mail) is held -
      *                    no late fee, no stage - and counted on the
      *                    report; an emailed stage still goes.
      *   2024-09-01  rxz  A registration whose balance a live S138
      *                    member case disputes (DB-DISPUTE-STATE "D")
      *                    still ages and is bucketed, but is sent no
      *                    dunning letter, charged no late fee and moved
      *                    to no new stage until the case closes; it is
      *                    counted as held - balance disputed on the
      *                    report.
      *   2024-11-18  rxz  An unreturned member loan's shortfall S164
      *                    invoiced (a loandep.txt row of kind S) now
      *                    ages as a dated charge like a late fee.
      *   2024-11-29  rxz  The aging now covers every charge the balance
      *                    master carries: card replacement fees (S134)
      *                    and event fees (S163) are gathered from
      *                    invmast.txt as dated charges, and each charge
      *                    knows its invoice, so an applied referral
      *                    credit, a credit note and the refunded part
      *                    of a cancelled booking come off the charge
      *                    they were raised against (oldest charges
      *                    first for whatever is left over) instead of
      *                    aging the original amount. A member whose
      *                    aged balance still disagrees with the
      *                    master's is warned about on the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S069.
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT DunningHistoryFile ASSIGN TO "./../dunhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUN-STATUS.

           SELECT DDRegisterFile ASSIGN TO "./../ddreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDR-STATUS.

           SELECT DunningLetterFile ASSIGN TO "./../dunlet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LET-STATUS.

           SELECT LateFeeTableFile ASSIGN TO "./../lfeetab.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LFT-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

           SELECT LoanDepositFile ASSIGN TO "./../loandep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDP-STATUS.

           SELECT TaxRateFile ASSIGN TO "./../taxrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT InvoiceCtlFile ASSIGN TO "./../invctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVCTL-STATUS.

           SELECT CreditNoteFile ASSIGN TO "./../crnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-STATUS.

           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

           SELECT BookingFile ASSIGN TO "./../evtbook.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BKG-NO
           ALTERNATE RECORD KEY IS BKG-EVT-CODE WITH DUPLICATES
           FILE STATUS IS WS-BKG-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  BalanceFile.
           COPY BALREC.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  DunningHistoryFile.
           COPY DUNREC.

       FD  DDRegisterFile.
           COPY DDREG.

       FD  DunningLetterFile.
       01  DUNNING-LETTER-RECORD.
           05  LET-DB-ID                PIC X(20).
           05  LET-BALANCE              PIC 9(09)V99.
           05  LET-OLDEST-DAYS          PIC 9(05).
           05  LET-QUEUED-DATE          PIC 9(08).
           05  LET-LATE-FEE             PIC 9(07)V99.
           05  LET-LATE-FEE-TAX         PIC 9(05)V99.
           05  LET-LATE-FEE-INVOICE     PIC 9(07).

       FD  LateFeeTableFile.
           COPY LFTREC.

       FD  LateFeeFile.
           COPY LATREC.

       FD  LoanDepositFile.
           COPY LDPREC.

       FD  TaxRateFile.
           COPY TAXRATE.

       FD  InvoiceFile.
           COPY INVREC.

       FD  InvoiceCtlFile.
       01  InvoiceCtlRec                PIC 9(07).

       FD  CreditNoteFile.
           COPY CRNREC.

       FD  ReferralFile.
           COPY RFLREC.

       FD  BookingFile.
           COPY BKGREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-DUN-STATUS                PIC XX.
       01  WS-LET-STATUS                PIC XX.
       01  WS-DDR-STATUS                PIC XX.
       01  WS-DDR-EOF-SWITCH            PIC X(01).
           88  WS-DDR-END-OF-FILE       VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-RNL-EOF-SWITCH            PIC X(01).
           88  WS-RNL-END-OF-FILE       VALUE "Y".
       01  WS-DUN-EOF-SWITCH            PIC X(01).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-RECEIPT-POOL              PIC S9(09)V99.
       01  WS-BAL-FOUND-SWITCH          PIC X(01).
           88  WS-BAL-ROW-FOUND         VALUE "Y".
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-BALANCE-DUE               PIC S9(09)V99.
       01  WS-OLDEST-DAYS               PIC 9(05).
       01  WS-LFT-STATUS                PIC XX.
       01  WS-LFT-EOF-SWITCH            PIC X(01).
           88  WS-LFT-END-OF-FILE       VALUE "Y".
       01  WS-LAT-STATUS                PIC XX.
       01  WS-LAT-EOF-SWITCH            PIC X(01).
           88  WS-LAT-END-OF-FILE       VALUE "Y".
       01  WS-LDP-STATUS                PIC XX.
       01  WS-LDP-EOF-SWITCH            PIC X(01).
           88  WS-LDP-END-OF-FILE       VALUE "Y".
       01  WS-TAX-STATUS                PIC XX.
       01  WS-TAX-EOF-SWITCH            PIC X(01).
           88  WS-TAX-END-OF-FILE       VALUE "Y".
       01  WS-TAX-FOUND-SWITCH          PIC X(01).
           88  WS-TAX-RATE-FOUND        VALUE "Y".
       01  WS-TAX-RATE                  PIC 9(02)V99.
       01  WS-TAX-BEST-EFFECTIVE        PIC 9(08).
       01  WS-INV-STATUS                PIC XX.
       01  WS-INVCTL-STATUS             PIC XX.
       01  WS-INV-EOF-SWITCH            PIC X(01).
           88  WS-INV-END-OF-FILE       VALUE "Y".
       01  WS-CRN-STATUS                PIC XX.
       01  WS-CRN-EOF-SWITCH            PIC X(01).
           88  WS-CRN-END-OF-FILE       VALUE "Y".
       01  WS-RFL-STATUS                PIC XX.
       01  WS-RFL-EOF-SWITCH            PIC X(01).
           88  WS-RFL-END-OF-FILE       VALUE "Y".
       01  WS-BKG-STATUS                PIC XX.
       01  WS-BKG-EOF-SWITCH            PIC X(01).
           88  WS-BKG-END-OF-FILE       VALUE "Y".
       01  WS-LAST-INVOICE-NO           PIC 9(07) VALUE ZERO.
       01  WS-CURRND-WORK               PIC 9(07)V99.
       01  WS-LATE-FEE                  PIC 9(07)V99.
       01  WS-LATE-TAX                  PIC 9(05)V99.
       01  WS-LATE-INVOICE-NO           PIC 9(07).
       01  WS-LATE-FEE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-LATE-FEE-TOTAL            PIC 9(09)V99 VALUE ZERO.
       01  WS-RPT-LATE-TOTAL            PIC Z(08)9.99.

      * The late-fee table, loaded once - a stage's fee for the
      * member's country and currency, or the blank-country row for
      * the currency when the country has none of its own.
       01  WS-LATE-FEE-TABLE.
           05  WS-LFT OCCURS 200 TIMES
                   INDEXED BY WS-LFT-IDX.
               10  WS-LFT-COUNTRY       PIC X(20).
               10  WS-LFT-CURRENCY      PIC X(03).
               10  WS-LFT-STAGE         PIC 9(01).
               10  WS-LFT-AMOUNT        PIC 9(07)V99.
       01  WS-LFT-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-LFT-COUNTRY-HIT           PIC X(01).
           88  WS-LFT-COUNTRY-FOUND     VALUE "Y".

      * The member's dated charges, gathered from DB-FEE plus the
      * renewal ledger, ordered oldest-first so receipts retire them
      * FIFO and the unpaid remainder ages from the right dates. Each
      * carries its kind (A add, R renewal, L late fee, M loan
      * shortfall, C card fee, E event fee) and, where known, the
      * invoice raised for it, so a credit can find its charge.
       01  WS-CHARGE-TABLE.
           05  WS-CHG OCCURS 60 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-DATE          PIC 9(08).
               10  WS-CHG-AMOUNT        PIC 9(09)V99.
               10  WS-CHG-UNPAID        PIC 9(09)V99.
               10  WS-CHG-KIND          PIC X(01).
               10  WS-CHG-INV-NO        PIC 9(07).
       01  WS-CHG-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CHG-DROPPED               PIC 9(03) VALUE ZERO.
       01  WS-SORT-I                    PIC 9(03).
           05  WS-SWP-DATE              PIC 9(08).
           05  WS-SWP-AMOUNT            PIC 9(09)V99.
           05  WS-SWP-UNPAID            PIC 9(09)V99.
           05  WS-SWP-KIND              PIC X(01).
           05  WS-SWP-INV-NO            PIC 9(07).
       01  WS-CHG-DAYS                  PIC 9(05).
       01  WS-CHG-SERIAL                PIC 9(07).

      * A credit being netted off the member's charges - the invoice
      * it was raised against and what is still to come off - and
      * whatever no charge was left to absorb, which goes to the
      * receipt pool like money received.
       01  WS-CRD-INV-NO                PIC 9(07).
       01  WS-CRD-AMOUNT                PIC 9(09)V99.
       01  WS-CRD-FOUND-SWITCH          PIC X(01).
           88  WS-CRD-CHARGE-FOUND      VALUE "Y".
       01  WS-UNMATCHED-CREDIT          PIC 9(09)V99.

      * Per-member and run-total aging buckets - current (under 30
      * days), 30-59, 60-89 and 90 days or more past the charge date.
       01  WS-MEMBER-BUCKETS.
       01  WS-STAGE-SENT                PIC 9(01).
       01  WS-STAGE-WANTED              PIC 9(01).
       01  WS-LETTER-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-EMAILED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-GONE-AWAY-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-DISPUTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-MEM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-MEM-OPEN              VALUE "Y".
       01  WS-GONE-AWAY-SWITCH          PIC X(01).
           88  WS-ADDRESS-GONE-AWAY     VALUE "Y".
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S069".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S069".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08) VALUE "DUNNING".
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-NTF-BALANCE               PIC Z(08)9.99-.

      * What has already been sent, loaded once up front so each
      * member's check is a table scan instead of a file pass.
       01  WS-HIST-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-HIST-DROPPED              PIC 9(05) VALUE ZERO.

      * Members S119 saw a direct debit returned for - they are not
      * left to age 30 days before the first reminder.
       01  WS-RETURNED-TABLE.
           05  WS-RET-ID OCCURS 200 TIMES PIC X(20).
       01  WS-RET-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-RET-FOUND-SWITCH          PIC X(01).
           88  WS-RET-FOUND             VALUE "Y".

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S038 uses, so an age in days is a plain subtraction.
       01  WS-SER-DATE.
               STOP RUN
           END-IF

           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "balmast.txt could not be opened - status "
                       WS-BAL-STATUS " - run S124 to rebuild it."
               CLOSE DatabaseFile
               STOP RUN
           END-IF

           PERFORM OPEN-DUNNING-OUTPUTS
      *    No member details file just means no address flagged.
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-OPEN TO TRUE
           END-IF

           MOVE "s069" TO WS-RPT-ID
           MOVE "AGED RECEIVABLES TRIAL BALANCE" TO WS-RPT-TITLE
           PERFORM AGE-ONE-REGISTRATION UNTIL WS-END-OF-FILE

           CLOSE DatabaseFile
           CLOSE BalanceFile
           CLOSE DunningHistoryFile
           CLOSE DunningLetterFile
           IF WS-MEM-OPEN
               CLOSE MemberDetailsFile
           END-IF

           MOVE WS-TOT-BALANCE TO WS-RPT-BALANCE
           MOVE WS-TOT-CURRENT TO WS-RPT-CURRENT
                   "   Dunning letters queued: " WS-LETTER-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Of which by email: " WS-EMAILED-COUNT
                   "   Suppressed - no consent: " WS-SUPPRESSED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Held - address gone-away: " WS-GONE-AWAY-COUNT
                   "   Held - balance disputed: " WS-DISPUTED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-LATE-FEE-TOTAL TO WS-RPT-LATE-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Late fees charged: " WS-LATE-FEE-COUNT
                   "   Late fees total: " WS-RPT-LATE-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Aging run - " WS-LETTER-COUNT " letter(s), "
                   WS-SUPPRESSED-COUNT " suppressed, "
                   WS-GONE-AWAY-COUNT " gone-away, "
                   WS-DISPUTED-COUNT " disputed"
                   DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * One active or frozen registration the balance master says
      * owes money: gather its dated charges, retire them FIFO against
      * the net receipts, bucket what is left, and queue whatever
      * dunning stage the oldest unpaid charge has earned that the
      * member has not already received - unless it is frozen.
       AGE-ONE-REGISTRATION.
           IF DB-LAYOUT-CURRENT
                   AND (DB-STATUS-ACTIVE OR DB-STATUS-FROZEN)
               MOVE DB-ID TO WS-WORK-ID
               PERFORM READ-BALANCE-MASTER
               IF WS-BAL-ROW-FOUND AND BAL-BALANCE > ZERO
                   PERFORM AGE-OWING-MEMBER
               END-IF
           END-IF
           PERFORM READ-NEXT-RECORD.

       AGE-OWING-MEMBER.
           PERFORM GATHER-CHARGES
           PERFORM TAKE-RECEIPT-POOL
           PERFORM APPLY-RECEIPTS-FIFO
           IF WS-BALANCE-DUE NOT = BAL-BALANCE
               DISPLAY "WARNING: " WS-WORK-ID " ages to "
                       WS-BALANCE-DUE " against a master balance of "
                       BAL-BALANCE " - check the charges on file."
           END-IF
           IF WS-BALANCE-DUE > ZERO
               ADD 1 TO WS-DEBTOR-COUNT
               PERFORM BUCKET-UNPAID-CHARGES
               PERFORM PRINT-MEMBER-LINE
               EVALUATE TRUE
                   WHEN DB-AGENCY-HELD OR DB-STATUS-FROZEN
                       CONTINUE
                   WHEN DB-BALANCE-DISPUTED
                       ADD 1 TO WS-DISPUTED-COUNT
                   WHEN OTHER
                       PERFORM QUEUE-DUNNING-LETTER
               END-EVALUATE
           END-IF.

      * The original fee charged at registration plus every renewal
      * charge from the dated ledger, every late fee not waived,
      * every unreturned loan shortfall and every card or event fee
      * invoiced, oldest first, each net of the credits raised
      * against it.
       GATHER-CHARGES.
           MOVE ZERO TO WS-CHG-COUNT
           IF DB-FEE > ZERO
               SET WS-CHG-IDX TO 1
               MOVE DB-REG-DATE TO WS-CHG-DATE(WS-CHG-IDX)
               MOVE DB-FEE      TO WS-CHG-AMOUNT(WS-CHG-IDX)
               MOVE "A"         TO WS-CHG-KIND(WS-CHG-IDX)
               MOVE ZERO        TO WS-CHG-INV-NO(WS-CHG-IDX)
           END-IF
           MOVE "N" TO WS-RNL-EOF-SWITCH
           OPEN INPUT RenewalLedgerFile
           IF WS-RNL-STATUS = "00"
               PERFORM READ-NEXT-RENEWAL
               PERFORM UNTIL WS-RNL-END-OF-FILE
                   IF RNL-DB-ID = WS-WORK-ID
                       IF WS-CHG-COUNT >= 60
                           ADD 1 TO WS-CHG-DROPPED
                       ELSE
                           ADD 1 TO WS-CHG-COUNT
                           SET WS-CHG-IDX TO WS-CHG-COUNT
                           MOVE RNL-DATE TO WS-CHG-DATE(WS-CHG-IDX)
                           MOVE RNL-FEE
                                   TO WS-CHG-AMOUNT(WS-CHG-IDX)
                           MOVE "R" TO WS-CHG-KIND(WS-CHG-IDX)
                           MOVE ZERO TO WS-CHG-INV-NO(WS-CHG-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-RENEWAL
               END-PERFORM
               CLOSE RenewalLedgerFile
           END-IF
           PERFORM GATHER-LATE-FEES
           PERFORM GATHER-LOAN-SHORTFALLS
           PERFORM GATHER-INVOICED-CHARGES
           IF WS-CHG-DROPPED > ZERO
               DISPLAY "WARNING: " WS-CHG-DROPPED " charge(s) for "
                       WS-WORK-ID " did not fit the 60-slot table "
                       "balance this run."
               MOVE ZERO TO WS-CHG-DROPPED
           END-IF
           PERFORM SORT-CHARGES-OLDEST-FIRST
           MOVE ZERO TO WS-UNMATCHED-CREDIT
           PERFORM NET-CREDIT-NOTES
           PERFORM NET-REFERRAL-CREDITS
           PERFORM NET-EVENT-REFUNDS.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
                   SET WS-RNL-END-OF-FILE TO TRUE
           END-READ.

      * A late fee is a dated charge like a renewal row until a
      * supervisor waives it through S034.
       GATHER-LATE-FEES.
           MOVE "N" TO WS-LAT-EOF-SWITCH
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-LAT-END-OF-FILE
               IF LAT-DB-ID = WS-WORK-ID AND LAT-STATE-CHARGED
                   IF WS-CHG-COUNT >= 60
                       ADD 1 TO WS-CHG-DROPPED
                   ELSE
                       ADD 1 TO WS-CHG-COUNT
                       SET WS-CHG-IDX TO WS-CHG-COUNT
                       MOVE LAT-DATE TO WS-CHG-DATE(WS-CHG-IDX)
                       MOVE LAT-FEE  TO WS-CHG-AMOUNT(WS-CHG-IDX)
                       MOVE "L"      TO WS-CHG-KIND(WS-CHG-IDX)
                       MOVE LAT-INVOICE-NO
                               TO WS-CHG-INV-NO(WS-CHG-IDX)
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

      * What S164 charged for a member loan never returned, beyond
      * the deposit it kept, is a dated charge from the day it was
      * raised.
       GATHER-LOAN-SHORTFALLS.
           MOVE "N" TO WS-LDP-EOF-SWITCH
           OPEN INPUT LoanDepositFile
           IF WS-LDP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LOAN-DEPOSIT
           PERFORM UNTIL WS-LDP-END-OF-FILE
               IF LDP-DB-ID = WS-WORK-ID AND LDP-KIND-SHORTFALL
                   IF WS-CHG-COUNT >= 60
                       ADD 1 TO WS-CHG-DROPPED
                   ELSE
                       ADD 1 TO WS-CHG-COUNT
                       SET WS-CHG-IDX TO WS-CHG-COUNT
                       MOVE LDP-DATE   TO WS-CHG-DATE(WS-CHG-IDX)
                       MOVE LDP-AMOUNT TO WS-CHG-AMOUNT(WS-CHG-IDX)
                       MOVE "M"        TO WS-CHG-KIND(WS-CHG-IDX)
                       MOVE LDP-INV-NO TO WS-CHG-INV-NO(WS-CHG-IDX)
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

      * One pass of the invoice master for the member. A card
      * replacement fee (S134) or an event fee (S163) is charged only
      * through its invoice, so it becomes a dated charge here. The
      * add and renewal invoices S015 raised are not charges of their
      * own - they name the DB-FEE and renewal rows already gathered,
      * matched on date and fee, so the credits raised against them
      * can find them. Late fees and loan shortfalls carry their
      * invoice numbers from their own ledgers.
       GATHER-INVOICED-CHARGES.
           MOVE "N" TO WS-INV-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-DB-ID = WS-WORK-ID
                   EVALUATE TRUE
                       WHEN INV-SOURCE-CARD OR INV-SOURCE-EVENT
                           PERFORM ADD-INVOICED-CHARGE
                       WHEN INV-SOURCE-ADD OR INV-SOURCE-RENEWAL
                           PERFORM MATCH-INVOICE-TO-CHARGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile.

       ADD-INVOICED-CHARGE.
           IF WS-CHG-COUNT >= 60
               ADD 1 TO WS-CHG-DROPPED
           ELSE
               ADD 1 TO WS-CHG-COUNT
               SET WS-CHG-IDX TO WS-CHG-COUNT
               MOVE INV-DATE   TO WS-CHG-DATE(WS-CHG-IDX)
               MOVE INV-AMOUNT TO WS-CHG-AMOUNT(WS-CHG-IDX)
               MOVE INV-SOURCE TO WS-CHG-KIND(WS-CHG-IDX)
               MOVE INV-NO     TO WS-CHG-INV-NO(WS-CHG-IDX)
           END-IF.

      * The first charge of the invoice's kind with its fee, on its
      * date, not yet claimed by another invoice.
       MATCH-INVOICE-TO-CHARGE.
           MOVE "N" TO WS-CRD-FOUND-SWITCH
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                      OR WS-CRD-CHARGE-FOUND
               IF WS-CHG-KIND(WS-CHG-IDX) = INV-SOURCE
                       AND WS-CHG-INV-NO(WS-CHG-IDX) = ZERO
                       AND WS-CHG-AMOUNT(WS-CHG-IDX) = INV-AMOUNT
                       AND (INV-SOURCE-ADD
                            OR WS-CHG-DATE(WS-CHG-IDX) = INV-DATE)
                   MOVE INV-NO TO WS-CHG-INV-NO(WS-CHG-IDX)
                   SET WS-CRD-CHARGE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-INV-END-OF-FILE TO TRUE
           END-READ.

      * A credit note (S162, or the unpaid part of an event fee S163
      * gave back on a cancellation) takes its fee off the invoice it
      * was raised against - tax is not aged.
       NET-CREDIT-NOTES.
           MOVE "N" TO WS-CRN-EOF-SWITCH
           OPEN INPUT CreditNoteFile
           IF WS-CRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CREDIT-NOTE
           PERFORM UNTIL WS-CRN-END-OF-FILE
               IF CRN-DB-ID = WS-WORK-ID
                   MOVE CRN-INV-NO TO WS-CRD-INV-NO
                   MOVE CRN-AMOUNT TO WS-CRD-AMOUNT
                   PERFORM NET-CREDIT-OFF-CHARGES
               END-IF
               PERFORM READ-NEXT-CREDIT-NOTE
           END-PERFORM
           CLOSE CreditNoteFile.

       READ-NEXT-CREDIT-NOTE.
           READ CreditNoteFile
               AT END
                   SET WS-CRN-END-OF-FILE TO TRUE
           END-READ.

      * A referral credit S015 applied for this member as referrer
      * came off the renewal invoice it names.
       NET-REFERRAL-CREDITS.
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
                   MOVE RFL-INVOICE-NO TO WS-CRD-INV-NO
                   MOVE RFL-CREDIT     TO WS-CRD-AMOUNT
                   PERFORM NET-CREDIT-OFF-CHARGES
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE ReferralFile.

       READ-NEXT-REFERRAL.
           READ ReferralFile NEXT RECORD
               AT END
                   SET WS-RFL-END-OF-FILE TO TRUE
           END-READ.

      * What S163 refunded on a cancelled booking - the part of the
      * fee already paid - came off the event fee's invoice too.
       NET-EVENT-REFUNDS.
           MOVE "N" TO WS-BKG-EOF-SWITCH
           OPEN INPUT BookingFile
           IF WS-BKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-BOOKING
           PERFORM UNTIL WS-BKG-END-OF-FILE
               IF BKG-DB-ID = WS-WORK-ID AND BKG-STATE-CANCELLED
                       AND BKG-REFUNDED > ZERO
                   MOVE BKG-INV-NO   TO WS-CRD-INV-NO
                   MOVE BKG-REFUNDED TO WS-CRD-AMOUNT
                   PERFORM NET-CREDIT-OFF-CHARGES
               END-IF
               PERFORM READ-NEXT-BOOKING
           END-PERFORM
           CLOSE BookingFile.

       READ-NEXT-BOOKING.
           READ BookingFile NEXT RECORD
               AT END
                   SET WS-BKG-END-OF-FILE TO TRUE
           END-READ.

      * The credit comes off the charge for its invoice first; what
      * that charge cannot absorb (or all of it, when the invoice is
      * not among the charges) comes off the oldest charges still
      * standing, and anything beyond them all joins the receipt
      * pool - the master took the whole credit off the charged
      * total.
       NET-CREDIT-OFF-CHARGES.
           MOVE "N" TO WS-CRD-FOUND-SWITCH
           IF WS-CRD-INV-NO > ZERO
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                          OR WS-CRD-CHARGE-FOUND
                   IF WS-CHG-INV-NO(WS-CHG-IDX) = WS-CRD-INV-NO
                       SET WS-CRD-CHARGE-FOUND TO TRUE
                       PERFORM TAKE-CREDIT-OFF-CHARGE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                      OR WS-CRD-AMOUNT = ZERO
               PERFORM TAKE-CREDIT-OFF-CHARGE
           END-PERFORM
           ADD WS-CRD-AMOUNT TO WS-UNMATCHED-CREDIT.

       TAKE-CREDIT-OFF-CHARGE.
           IF WS-CRD-AMOUNT >= WS-CHG-AMOUNT(WS-CHG-IDX)
               SUBTRACT WS-CHG-AMOUNT(WS-CHG-IDX) FROM WS-CRD-AMOUNT
               MOVE ZERO TO WS-CHG-AMOUNT(WS-CHG-IDX)
           ELSE
               SUBTRACT WS-CRD-AMOUNT FROM WS-CHG-AMOUNT(WS-CHG-IDX)
               MOVE ZERO TO WS-CRD-AMOUNT
           END-IF.

      * Repeated neighbor-swap pass, oldest charge date first - the
      * same simple ordering S038 uses for its overdue table.
       SORT-CHARGES-OLDEST-FIRST.
               END-PERFORM
           END-PERFORM.

       READ-BALANCE-MASTER.
           MOVE "N" TO WS-BAL-FOUND-SWITCH
           MOVE WS-WORK-ID TO BAL-DB-ID
           READ BalanceFile KEY IS BAL-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BAL-ROW-FOUND TO TRUE
           END-READ.

      * Net receipts for the member off the balance master: payments
      * taken, less the refunds paid back out - a paid refund clawed
      * those receipts back, so it restores the balance due. An
      * approved write-off retires the balance the way a receipt
      * would - it has left the receivables - and the agency's
      * commission already sits in the paid total: the member paid
      * it, we never saw it. A credit no charge was left to absorb
      * stands in credit like a receipt.
       TAKE-RECEIPT-POOL.
           COMPUTE WS-RECEIPT-POOL
                   = BAL-PAID - BAL-REFUNDED + BAL-WRITTEN-OFF
                   + WS-UNMATCHED-CREDIT.

      * Receipts retire the oldest charge first; each charge keeps
      * its unpaid remainder for the bucketing pass. The balance due
               WHEN OTHER
                   MOVE ZERO TO WS-STAGE-WANTED
           END-EVALUATE
           IF WS-STAGE-WANTED = ZERO
               PERFORM CHECK-DEBIT-RETURNED
               IF WS-RET-FOUND
                   MOVE 1 TO WS-STAGE-WANTED
               END-IF
           END-IF
           IF WS-STAGE-WANTED = ZERO
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAGE-WANTED = WS-STAGE-SENT + 1
           MOVE WS-WORK-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
      *    A letter to a gone-away address (returned mail, S136) is
      *    held - no fee and no stage - until a new address is on
      *    file; an emailed stage still goes.
           IF NOT WS-CNS-BY-EMAIL
               PERFORM CHECK-ADDRESS-GONE-AWAY
               IF WS-ADDRESS-GONE-AWAY
                   ADD 1 TO WS-GONE-AWAY-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHARGE-LATE-FEE

           IF WS-CNS-BY-EMAIL
               PERFORM NOTIFY-DUNNING-STAGE
           ELSE
               PERFORM WRITE-DUNNING-LETTER
               IF WS-LET-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-WORK-ID      TO DUN-DB-ID
           MOVE WS-STAGE-WANTED TO DUN-STAGE
           END-IF
           ADD 1 TO WS-LETTER-COUNT.

       CHECK-ADDRESS-GONE-AWAY.
           MOVE "N" TO WS-GONE-AWAY-SWITCH
           IF NOT WS-MEM-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MEM-ADDRESS-GONE-AWAY
                       SET WS-ADDRESS-GONE-AWAY TO TRUE
                   END-IF
           END-READ.

       WRITE-DUNNING-LETTER.
           MOVE WS-WORK-ID      TO LET-DB-ID
           MOVE WS-STAGE-WANTED TO LET-STAGE
           MOVE WS-BALANCE-DUE  TO LET-BALANCE
           MOVE WS-OLDEST-DAYS  TO LET-OLDEST-DAYS
           MOVE WS-TODAY-DATE   TO LET-QUEUED-DATE
           MOVE WS-LATE-FEE     TO LET-LATE-FEE
           MOVE WS-LATE-TAX     TO LET-LATE-FEE-TAX
           MOVE WS-LATE-INVOICE-NO TO LET-LATE-FEE-INVOICE
           WRITE DUNNING-LETTER-RECORD
           IF WS-LET-STATUS NOT = "00"
               DISPLAY "WRITE to dunlet.txt failed - status "
                       WS-LET-STATUS
           END-IF.

      * The member prefers email: the stage goes on the outbound
      * notification queue for the S092 gateway instead of the
      * letter file, and is recorded as sent all the same.
       NOTIFY-DUNNING-STAGE.
           MOVE WS-WORK-ID TO WS-NTF-RECIPIENT
           MOVE SPACES TO WS-NTF-KEY-1
           STRING "Reminder stage " WS-STAGE-WANTED " - "
                   WS-OLDEST-DAYS " days overdue"
                   DELIMITED BY SIZE INTO WS-NTF-KEY-1
           MOVE WS-BALANCE-DUE TO WS-NTF-BALANCE
           MOVE SPACES TO WS-NTF-KEY-2
           STRING "Balance due: " WS-NTF-BALANCE
                   DELIMITED BY SIZE INTO WS-NTF-KEY-2
           CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                   WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           ADD 1 TO WS-EMAILED-COUNT.

      * The stage's late fee, if the table sets one for the member's
      * country and currency: rounded and taxed in the member's
      * currency, invoiced, and put on lateled.txt dated today.
       CHARGE-LATE-FEE.
           MOVE ZERO TO WS-LATE-FEE
           MOVE ZERO TO WS-LATE-TAX
           MOVE ZERO TO WS-LATE-INVOICE-NO
           PERFORM FIND-LATE-FEE-AMOUNT
           IF WS-LATE-FEE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LATE-FEE TO WS-CURRND-WORK
           CALL "CURRND" USING DB-CURRENCY WS-CURRND-WORK
           MOVE WS-CURRND-WORK TO WS-LATE-FEE
           PERFORM LOOKUP-TAX-RATE
           IF WS-TAX-RATE-FOUND
               COMPUTE WS-LATE-TAX ROUNDED
                       = WS-LATE-FEE * WS-TAX-RATE / 100
               MOVE WS-LATE-TAX TO WS-CURRND-WORK
               CALL "CURRND" USING DB-CURRENCY WS-CURRND-WORK
               MOVE WS-CURRND-WORK TO WS-LATE-TAX
           END-IF
           PERFORM RAISE-LATE-FEE-INVOICE

           OPEN EXTEND LateFeeFile
           IF WS-LAT-STATUS = "35"
               OPEN OUTPUT LateFeeFile
           END-IF
           IF WS-LAT-STATUS NOT = "00"
               DISPLAY "lateled.txt could not be opened - status "
                       WS-LAT-STATUS " - late fee for " WS-WORK-ID
                       " NOT recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LATE-INVOICE-NO TO LAT-INVOICE-NO
           MOVE WS-WORK-ID         TO LAT-DB-ID
           MOVE WS-TODAY-DATE      TO LAT-DATE
           MOVE WS-STAGE-WANTED    TO LAT-STAGE
           MOVE WS-LATE-FEE        TO LAT-FEE
           MOVE WS-LATE-TAX        TO LAT-TAX
           MOVE DB-CURRENCY        TO LAT-CURRENCY
           MOVE DB-BRANCH          TO LAT-BRANCH
           SET LAT-STATE-CHARGED   TO TRUE
           MOVE ZERO               TO LAT-WAIVED-BY
           MOVE ZERO               TO LAT-WAIVED-DATE
           MOVE SPACES             TO LAT-WAIVE-REASON
           WRITE LATE-FEE-RECORD
           IF WS-LAT-STATUS NOT = "00"
               DISPLAY "WRITE to lateled.txt failed - status "
                       WS-LAT-STATUS
           ELSE
               ADD 1 TO WS-LATE-FEE-COUNT
               ADD WS-LATE-FEE TO WS-LATE-FEE-TOTAL
      *        BALUPD takes the master I-O for itself - the run's
      *        own read-only open stands down around the post.
               MOVE "CHARGE"    TO WS-BAL-KIND
               MOVE WS-WORK-ID  TO WS-BAL-DB-ID
               MOVE WS-LATE-FEE TO WS-BAL-AMOUNT
               CLOSE BalanceFile
               CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                       WS-BAL-AMOUNT
               OPEN INPUT BalanceFile
           END-IF
           CLOSE LateFeeFile.

      * A row for the member's own country beats the blank-country
      * row for the currency; no row at all charges nothing.
       FIND-LATE-FEE-AMOUNT.
           MOVE "N" TO WS-LFT-COUNTRY-HIT
           PERFORM VARYING WS-LFT-IDX FROM 1 BY 1
                   UNTIL WS-LFT-IDX > WS-LFT-COUNT
               IF WS-LFT-CURRENCY(WS-LFT-IDX) = DB-CURRENCY
                       AND WS-LFT-STAGE(WS-LFT-IDX) = WS-STAGE-WANTED
                   IF WS-LFT-COUNTRY(WS-LFT-IDX) = DB-COUNTRY
                       MOVE WS-LFT-AMOUNT(WS-LFT-IDX) TO WS-LATE-FEE
                       SET WS-LFT-COUNTRY-FOUND TO TRUE
                   END-IF
                   IF WS-LFT-COUNTRY(WS-LFT-IDX) = SPACES
                           AND NOT WS-LFT-COUNTRY-FOUND
                       MOVE WS-LFT-AMOUNT(WS-LFT-IDX) TO WS-LATE-FEE
                   END-IF
               END-IF
           END-PERFORM.

      * The tax rate in force today for the member's country - the
      * lookup S015 makes for a renewal charge.
       LOOKUP-TAX-RATE.
           MOVE "N" TO WS-TAX-FOUND-SWITCH
           MOVE "N" TO WS-TAX-EOF-SWITCH
           MOVE ZERO TO WS-TAX-RATE
           MOVE ZERO TO WS-TAX-BEST-EFFECTIVE
           OPEN INPUT TaxRateFile
           IF WS-TAX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-TAX-ROW
           PERFORM UNTIL WS-TAX-END-OF-FILE
               IF TAX-COUNTRY = DB-COUNTRY
                       AND TAX-EFFECTIVE-DATE <= WS-TODAY-DATE
                       AND (TAX-END-DATE = ZERO
                            OR TAX-END-DATE > WS-TODAY-DATE)
                       AND TAX-EFFECTIVE-DATE
                               >= WS-TAX-BEST-EFFECTIVE
                   MOVE TAX-EFFECTIVE-DATE TO WS-TAX-BEST-EFFECTIVE
                   MOVE TAX-RATE-PCT TO WS-TAX-RATE
                   SET WS-TAX-RATE-FOUND TO TRUE
               END-IF
               PERFORM READ-NEXT-TAX-ROW
           END-PERFORM
           CLOSE TaxRateFile.

       READ-NEXT-TAX-ROW.
           READ TaxRateFile
               AT END
                   SET WS-TAX-END-OF-FILE TO TRUE
           END-READ.

      * A numbered invoice for the late fee - the invctl.txt counter
      * and invmast.txt row S015's RAISE-INVOICE writes, source "L".
       RAISE-LATE-FEE-INVOICE.
           MOVE ZERO TO WS-LAST-INVOICE-NO
           OPEN INPUT InvoiceCtlFile
           IF WS-INVCTL-STATUS = "00"
               READ InvoiceCtlFile INTO WS-LAST-INVOICE-NO
               CLOSE InvoiceCtlFile
           END-IF
           ADD 1 TO WS-LAST-INVOICE-NO
           OPEN OUTPUT InvoiceCtlFile
           MOVE WS-LAST-INVOICE-NO TO InvoiceCtlRec
           WRITE InvoiceCtlRec
           CLOSE InvoiceCtlFile
           MOVE WS-LAST-INVOICE-NO TO WS-LATE-INVOICE-NO

           OPEN EXTEND InvoiceFile
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT InvoiceFile
           END-IF
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS " - late-fee invoice NOT raised."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-INVOICE-NO TO INV-NO
           MOVE WS-WORK-ID         TO INV-DB-ID
           MOVE WS-TODAY-DATE      TO INV-DATE
           MOVE WS-LATE-FEE        TO INV-AMOUNT
           MOVE WS-LATE-TAX        TO INV-TAX
           MOVE ZERO               TO INV-ALLOCATED
           SET INV-STATE-OPEN      TO TRUE
           SET INV-SOURCE-LATEFEE  TO TRUE
           WRITE INVOICE-RECORD
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "WRITE to invmast.txt failed - status "
                       WS-INV-STATUS
           END-IF
           CLOSE InvoiceFile.

      * Highest stage already sent to the member in hand, from the
      * history table OPEN-DUNNING-OUTPUTS loaded before the history
      * file went to EXTEND for this run's new rows.
               END-IF
           END-PERFORM.

       CHECK-DEBIT-RETURNED.
           MOVE "N" TO WS-RET-FOUND-SWITCH
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-RET-COUNT OR WS-RET-FOUND
               IF WS-RET-ID(WS-SORT-I) = WS-WORK-ID
                   SET WS-RET-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * Load what has already been sent before this run appends its
      * own rows, then hold the history and letter files open EXTEND
      * for the whole run.
               END-PERFORM
               CLOSE DunningHistoryFile
           END-IF
           PERFORM LOAD-RETURNED-DEBITS
           PERFORM LOAD-LATE-FEE-TABLE
           IF WS-HIST-DROPPED > ZERO
               DISPLAY "WARNING: " WS-HIST-DROPPED " dunning history"
                       " row(s) did not fit the 500-row table - "
               STOP RUN
           END-IF.

       LOAD-RETURNED-DEBITS.
           MOVE ZERO TO WS-RET-COUNT
           MOVE "N" TO WS-DDR-EOF-SWITCH
           OPEN INPUT DDRegisterFile
           IF WS-DDR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DD-REGISTER
           PERFORM UNTIL WS-DDR-END-OF-FILE
               IF DDR-STATE-RETURNED AND WS-RET-COUNT < 200
                   ADD 1 TO WS-RET-COUNT
                   MOVE DDR-DB-ID TO WS-RET-ID(WS-RET-COUNT)
               END-IF
               PERFORM READ-NEXT-DD-REGISTER
           END-PERFORM
           CLOSE DDRegisterFile.

       LOAD-LATE-FEE-TABLE.
           MOVE ZERO TO WS-LFT-COUNT
           MOVE "N" TO WS-LFT-EOF-SWITCH
           OPEN INPUT LateFeeTableFile
           IF WS-LFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LATE-FEE-ROW
           PERFORM UNTIL WS-LFT-END-OF-FILE
               IF WS-LFT-COUNT < 200
                   ADD 1 TO WS-LFT-COUNT
                   SET WS-LFT-IDX TO WS-LFT-COUNT
                   MOVE LFT-COUNTRY  TO WS-LFT-COUNTRY(WS-LFT-IDX)
                   MOVE LFT-CURRENCY TO WS-LFT-CURRENCY(WS-LFT-IDX)
                   MOVE LFT-STAGE    TO WS-LFT-STAGE(WS-LFT-IDX)
                   MOVE LFT-AMOUNT   TO WS-LFT-AMOUNT(WS-LFT-IDX)
               ELSE
                   DISPLAY "WARNING: lfeetab.txt holds more than "
                           "200 rows - the rest are ignored."
                   SET WS-LFT-END-OF-FILE TO TRUE
               END-IF
               IF NOT WS-LFT-END-OF-FILE
                   PERFORM READ-NEXT-LATE-FEE-ROW
               END-IF
           END-PERFORM
           CLOSE LateFeeTableFile.

       READ-NEXT-LATE-FEE-ROW.
           READ LateFeeTableFile
               AT END
                   SET WS-LFT-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-DD-REGISTER.
           READ DDRegisterFile
               AT END
                   SET WS-DDR-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-HISTORY.
           READ DunningHistoryFile
               AT END
