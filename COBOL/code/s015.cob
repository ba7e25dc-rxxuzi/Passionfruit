      *                    transfer lands on the xfrhist.txt trail
      *                    (XFRREC layout, S106 reports it) and is
      *                    journaled as mode "T".
      *   2024-07-11  rxz  Raised refunds and transfer credits now
      *                    start with no payment method, bank
      *                    details or bank batch - S041 decides desk
      *                    or transfer.
      *   2024-07-21  rxz  Queued items start with no late-fee
      *                    reference or waiver reason - only S120's
      *                    late-fee waivers carry them.
      *   2024-07-24  rxz  A new registration (and a new trailer
      *                    row) starts with DB-AGENCY-STATE clear -
      *                    only S121's placement run sets it.
      *   2024-08-02  rxz  Every registration fee added and every
      *                    renewal charge written to renewled.txt
      *                    now also posts to the member's balance
      *                    master (balmast.txt) through BALUPD.
      *   2024-08-05  rxz  Added Freeze (screen "F", TRANREC "F") and
      *                    Resume (screen "E", TRANREC "E") modes for
      *                    members on illness leave or an overseas
      *                    posting. Freeze puts an active row into the
      *                    new frozen DB-STATUS with a start date (blank
      *                    = today) and an expected resume date, on the
      *                    freeze register (frzreg.txt, FRZREC),
      *                    journaled as mode "F". Resume returns it to
      *                    active and extends DB-PAID-THRU by the days
      *                    frozen (BUSDAY NEXTDAY), journaled as mode
      *                    "E". A batch freeze or resume against the
      *                    wrong status suspends as STAT, bad dates as
      *                    DATE.
      *   2024-08-08  rxz  Households (S126, hshld.txt). Renewing or
      *                    reinstating a household primary carries its
      *                    linked dependents to the primary's new paid-
      *                    through date under the one fee, renewal-
      *                    ledger row and invoice taken for the
      *                    household, the screen quoting each
      *                    dependent's household fee line; voiding the
      *                    primary voids them too. A dependent cannot be
      *                    renewed, reinstated or voided on its own
      *                    (batch suspends it as HHLD) - S126 splits it
      *                    off first. Class H is never keyed at Add, and
      *                    new rows start with DB-HOUSEHOLD-ROLE clear.
      *   2024-08-11  rxz  Class age bands (clselig.txt, ELGREC, through
      *                    CLSELIG). Add asks for the date of birth
      *                    before the class and refuses a class the
      *                    member is too young or too old for; the birth
      *                    date lands on MEM-BIRTH-DATE. Renew checks
      *                    the age on the paid-through date and
      *                    Reinstate on today: an over-age member is re-
      *                    rated to the rule's age-out class before
      *                    pricing, and with none to go to the renewal
      *                    is refused (batch suspends it as ELIG). A
      *                    member with no birth date on file renews
      *                    unchecked.
      *   2024-08-14  rxz  Country and class quotas (quota.txt, QTAREC,
      *                    maintained by S129) with a waiting list
      *                    (waitlist.txt, WTLREC), both through WAITLST.
      *                    An Add whose country and class is full -
      *                    places held by active and frozen rows, offers
      *                    out and members already waiting - is refused
      *                    and may join the waiting list; batch suspends
      *                    it as QUOT and puts it on the list. An Add
      *                    for someone holding an offer goes through and
      *                    closes the offer.
      *   2024-08-23  rxz  Add also asks what the new member agrees to
      *                    be contacted about - service, renewal,
      *                    marketing (Y/N, blank = not asked) - and the
      *                    preferred channel (L letter, E email),
      *                    recorded through the shared CONSENT
      *                    subprogram against the new ID.
      *   2024-08-26  rxz  A new member's address starts with no
      *                    gone-away flag (MEM-ADDRESS-STATUS, set by
      *                    S136 for returned mail).
      *   2024-09-04  rxz  Add asks for the acquisition campaign the
      *                    member came in on (blank = none; a code must
      *                    be on campaign.txt, CMPREC) and stamps it on
      *                    DB-CAMPAIGN; a batch add takes TRAN-CAMPAIGN
      *                    and suspends an unknown code as CAMP. A
      *                    queued add keeps its campaign on
      *                    PEND-CAMPAIGN and a suspended one on
      *                    SUSP-CAMPAIGN. New rows also start with
      *                    DB-DISPUTE-STATE clear.
      *   2024-09-07  rxz  Add asks which member referred the new one
      *                    (blank = none; must be an active registration
      *                    other than the new ID) and records a pending
      *                    row on the referral register (referral.txt,
      *                    RFLREC) with the first charge; a queued add
      *                    keeps the referrer on PEND-REFERRER-ID. A
      *                    renewal invoice takes every referral credit
      *                    S141 has raised for the member being renewed
      *                    - allocated against the invoice, taken off
      *                    the balance master's charge - and marks the
      *                    credits applied.
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      *   2024-11-24  rxz  Add asks for a gift voucher number (blank =
      *                    none) bought for the new member at S039,
      *                    checked through GIFTVCH - on file with a good
      *                    check digit, unredeemed, unexpired and bought
      *                    for the class and country being added. The
      *                    add's invoice is settled by it: GIFTVCH
      *                    redeems the voucher against the member and
      *                    invoice, the invoice is allocated what the
      *                    voucher covered (and closed when covered),
      *                    and the balance master takes it as paid. A
      *                    queued add leaves the voucher unredeemed.
      *   2024-11-29  rxz  A batch renewal carrying a collected
      *                    direct-debit receipt (TRAN-RECEIPT-NO,
      *                    written by S119) now allocates that receipt
      *                    against the renewal invoice before it is
      *                    written, so the invoice is raised paid
      *                    instead of sitting open beside a payment
      *                    already received. A suspended transaction
      *                    keeps the receipt on SUSP-RECEIPT-NO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S015.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPN-STATUS.

           SELECT CampaignFile ASSIGN TO "./../campaign.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS.

           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

           SELECT DailySumFile ASSIGN TO "./../dailysum.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSM-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFR-STATUS.

           SELECT FreezeFile ASSIGN TO "./../frzreg.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRZ-DB-ID
           FILE STATUS IS WS-FRZ-STATUS.

           SELECT HouseholdFile ASSIGN TO "./../hshld.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSH-DB-ID
           ALTERNATE RECORD KEY IS HSH-PRIMARY-ID WITH DUPLICATES
           FILE STATUS IS WS-HSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
       FD  SponsorFile.
           COPY SPNREC.

       FD  CampaignFile.
           COPY CMPREC.

       FD  ReferralFile.
           COPY RFLREC.

       FD  DailySumFile.
           COPY DSUMREC.

       FD  TransferHistFile.
           COPY XFRREC.

       FD  FreezeFile.
           COPY FRZREC.

       FD  HouseholdFile.
           COPY HSHREC.

       FD  SignonHistFile.
       01  SIGNON-HISTORY-RECORD.
           05  SGN-DATE                 PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).
       01  WS-RUN-ID                    PIC 9(07) VALUE ZERO.
      * CURRND rounds in place through its 9(07)V99 parameter -
      * narrower amounts pass through this work field.
           88  WS-MODE-IS-RENEW        VALUE "R".
           88  WS-MODE-IS-REINSTATE    VALUE "I".
           88  WS-MODE-IS-TRANSFER     VALUE "T".
           88  WS-MODE-IS-FREEZE       VALUE "F".
           88  WS-MODE-IS-RESUME       VALUE "E".
       01  WS-FOUND-FLAG               PIC X(01) VALUE "N".
           88  WS-ID-FOUND-ON-FILE     VALUE "Y".
       01  WS-FEE-AMOUNT                PIC 9(07)V99.
       01  WS-DSMW-STATUS               PIC XX.
       01  WS-DSM-EOF-SWITCH            PIC X(01).
           88  WS-DSM-END-OF-FILE       VALUE "Y".
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-SUM-KIND                  PIC X(01).
       01  WS-SUM-DATE                  PIC 9(08).
       01  WS-SUM-COUNTRY               PIC X(20).
       01  WS-DSM-DEL-RESULT            PIC 9(09) COMP-5.
       01  WS-DSM-REN-RESULT            PIC 9(09) COMP-5.
       01  WS-XFR-STATUS                PIC XX.
      * Freeze / Resume - the hold's dates, the register row's state
      * and the days to add back onto the paid-through date.
       01  WS-FRZ-STATUS                PIC XX.
       01  WS-FRZ-START                 PIC 9(08).
       01  WS-FRZ-DUE                   PIC 9(08).
       01  WS-FRZ-REASON                PIC X(30).
       01  WS-FRZ-ANSWER                PIC X(08).
       01  WS-FRZ-MESSAGE               PIC X(50).
       01  WS-FRZ-PAID-THRU             PIC 9(08).
       01  WS-FRZ-DAYS                  PIC 9(05).
       01  WS-FRZ-STEP                  PIC 9(05).
       01  WS-FRZ-START-SERIAL          PIC 9(07).
       01  WS-FRZ-OK-SWITCH             PIC X(01).
           88  WS-FRZ-OK                VALUE "Y".
       01  WS-FRZ-ROW-SWITCH            PIC X(01).
           88  WS-FRZ-ROW-FOUND         VALUE "Y".
       01  WS-FRZ-CHECK-DATE.
           05  WS-FRZ-CHK-YEAR          PIC 9(04).
           05  WS-FRZ-CHK-MONTH         PIC 9(02).
           05  WS-FRZ-CHK-DAY           PIC 9(02).
       01  WS-FRZ-DATE-SWITCH           PIC X(01).
           88  WS-FRZ-DATE-VALID        VALUE "Y".
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).
      * Households - the primary whose linked dependents move with
      * it, how they move, and the household fee lines quoted.
       01  WS-HSH-STATUS                PIC XX.
       01  WS-HSH-EOF-SWITCH            PIC X(01).
           88  WS-HSH-END-OF-FILE       VALUE "Y".
       01  WS-HSH-ACTION                PIC X(08).
       01  WS-HSH-PRIMARY-ID            PIC X(20).
       01  WS-HSH-PAID-THRU             PIC 9(08).
       01  WS-HSH-SAVE-MODE             PIC X(01).
       01  WS-HSH-CARRIED               PIC 9(03).
       01  WS-HSH-DEP-COUNT             PIC 9(03).
       01  WS-HSH-DEP-FEE               PIC 9(07)V99.
       01  WS-XFR-TO-COUNTRY            PIC X(20).
       01  WS-XFR-TO-CCY                PIC X(03).
       01  WS-XFR-FROM-COUNTRY          PIC X(20).
       01  WS-SPONSOR-CODE              PIC X(06).
       01  WS-SPONSOR-OK-SWITCH         PIC X(01).
           88  WS-SPONSOR-OK            VALUE "Y".
       01  WS-CMP-STATUS                PIC XX.
       01  WS-CMP-EOF-SWITCH            PIC X(01).
           88  WS-CMP-END-OF-FILE       VALUE "Y".
       01  WS-CAMPAIGN-CODE             PIC X(06) VALUE SPACES.
       01  WS-CAMPAIGN-OK-SWITCH        PIC X(01).
           88  WS-CAMPAIGN-OK           VALUE "Y".
       01  WS-RFL-STATUS                PIC XX.
       01  WS-RFL-EOF-SWITCH            PIC X(01).
           88  WS-RFL-END-OF-FILE       VALUE "Y".
       01  WS-REFERRER-ID               PIC X(20) VALUE SPACES.
       01  WS-REFERRER-OK-SWITCH        PIC X(01).
           88  WS-REFERRER-OK           VALUE "Y".
       01  WS-REFERRAL-TAKEN            PIC 9(07)V99.
       01  WS-REFERRAL-COUNT            PIC 9(03).
       01  WS-INVOICE-TOTAL             PIC 9(07)V99.
       01  WS-GIFT-VOUCHER-NO           PIC 9(08) VALUE ZERO.
       01  WS-GIFT-OK-SWITCH            PIC X(01).
           88  WS-GIFT-OK               VALUE "Y".
       01  WS-GIFT-TAKEN                PIC 9(07)V99 VALUE ZERO.
       01  WS-DD-RECEIPT-NO             PIC 9(07) VALUE ZERO.
       01  WS-DD-TAKEN                  PIC 9(07)V99 VALUE ZERO.
       01  WS-GV-ACTION                 PIC X(08).
       01  WS-GV-DUE                    PIC 9(07)V99.
       01  WS-GV-AMOUNT                 PIC 9(07)V99.
       01  WS-GV-RESULT                 PIC X(01).
       01  WS-CLASS                     PIC X(01) VALUE "R".
       01  WS-CLASS-VALID               PIC X(01).
           88  WS-CLASS-IS-VALID        VALUE "Y".
       01  WS-BIRTH-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CNS-ACTION                PIC X(08) VALUE "SET".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01).
       01  WS-CNS-VALUE                 PIC X(01).
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S015".
       01  WS-CNS-OPERATOR              PIC 9(05).
       01  WS-CNS-RESULT                PIC X(01).
       01  WS-CNS-SERVICE               PIC X(01).
       01  WS-CNS-RENEWAL               PIC X(01).
       01  WS-CNS-MARKETING             PIC X(01).
       01  WS-CNS-CHANNEL               PIC X(01).
       01  WS-BIRTH-ANSWER              PIC X(08).
       01  WS-BIRTH-BREAKDOWN.
           05  WS-BIRTH-YEAR            PIC 9(04).
           05  WS-BIRTH-MONTH           PIC 9(02).
           05  WS-BIRTH-DAY             PIC 9(02).
       01  WS-BIRTH-VALID               PIC X(01).
           88  WS-BIRTH-IS-VALID        VALUE "Y".
       01  WS-ELG-CLASS                 PIC X(01).
       01  WS-ELG-ASOF-DATE             PIC 9(08).
       01  WS-ELG-RESULT                PIC X(01).
       01  WS-ELG-AGE                   PIC 9(03).
       01  WS-ELG-AGE-OUT               PIC X(01).
       01  WS-ELG-OLD-CLASS             PIC X(01).
       01  WS-ELG-RERATE-SWITCH         PIC X(01).
           88  WS-ELG-RERATED           VALUE "Y".
       01  WS-ELG-REFUSE-SWITCH         PIC X(01).
           88  WS-ELG-REFUSED           VALUE "Y".
      * Country and class quotas - WAITLST keeps the table and the
      * waiting list, the places in use are counted here.
       01  WS-WL-ACTION                 PIC X(08).
       01  WS-WL-APP-NO                 PIC 9(07) VALUE ZERO.
       01  WS-WL-NAME                   PIC X(30) VALUE SPACES.
       01  WS-WL-QUOTA-MAX              PIC 9(05).
       01  WS-WL-OFFERED                PIC 9(05).
       01  WS-WL-WAITING                PIC 9(05).
       01  WS-WL-RESULT                 PIC X(01) VALUE "N".
       01  WS-WL-ANSWER                 PIC X(01).
       01  WS-QTA-USED                  PIC 9(05).
       01  WS-QTA-SCAN-SWITCH           PIC X(01).
           88  WS-QTA-SCAN-DONE         VALUE "Y".
       01  WS-QTA-FULL-SWITCH           PIC X(01) VALUE "N".
           88  WS-QTA-FULL              VALUE "Y".
       01  WS-SCHED-EXACT-SWITCH        PIC X(01).
           88  WS-SCHED-CLASS-EXACT     VALUE "Y".
       01  WS-DISC-CODE                 PIC X(08).

           PERFORM DISPLAY-SCREEN-FRAME

           DISPLAY "Mode (A=Add,U=Updt,V=Void,R=Renew,I=Reins,T=Xfr,"
                   "F=Frz,E=Resm):" LINE 5 COL 1
           ACCEPT WS-MODE LINE 5 COL 66

           EVALUATE TRUE
               WHEN WS-MODE-IS-UPDATE
                   PERFORM REINSTATE-REGISTRATION
               WHEN WS-MODE-IS-TRANSFER
                   PERFORM TRANSFER-REGISTRATION
               WHEN WS-MODE-IS-FREEZE
                   PERFORM FREEZE-REGISTRATION
               WHEN WS-MODE-IS-RESUME
                   PERFORM RESUME-REGISTRATION
               WHEN OTHER
                   PERFORM ADD-REGISTRATION
           END-EVALUATE
           MOVE TRAN-COUNTRY    TO WS-COUNTRY
           MOVE TRAN-FEE        TO WS-FEE-AMOUNT
           MOVE TRAN-EMPLOYEE-ID TO WS-HANDLED-BY-ID
           MOVE TRAN-CAMPAIGN   TO WS-CAMPAIGN-CODE
      *    A batch written before the receipt field existed reads it
      *    as blanks - no collected receipt.
           MOVE ZERO TO WS-DD-RECEIPT-NO
           IF TRAN-RECEIPT-NO IS NUMERIC
               MOVE TRAN-RECEIPT-NO TO WS-DD-RECEIPT-NO
           END-IF
           EVALUATE TRUE
               WHEN TRAN-MODE-ADD
                   PERFORM BATCH-ADD
                   PERFORM BATCH-VOID
               WHEN TRAN-MODE-RENEW
                   PERFORM BATCH-RENEW
               WHEN TRAN-MODE-FREEZE
                   PERFORM BATCH-FREEZE
               WHEN TRAN-MODE-RESUME
                   PERFORM BATCH-RESUME
               WHEN OTHER
                   DISPLAY "Skipped transaction for ID " TRAN-ID
                           " - unrecognized mode " TRAN-MODE "."
               EXIT PARAGRAPH
           END-IF

      *    A campaign the feed names must be on the table - an add
      *    attributed to a code nobody set up is suspended rather
      *    than counted nowhere. Blank (and older feeds) mean none.
           IF WS-CAMPAIGN-CODE NOT = SPACES
               PERFORM CHECK-CAMPAIGN-CODE
               IF NOT WS-CAMPAIGN-OK
                   DISPLAY "Skipped add for ID " WS-ID
                           " - unknown campaign " WS-CAMPAIGN-CODE "."
                   MOVE "CAMP" TO WS-SUSP-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-FEE-AMOUNT > WS-APPROVAL-THRESHOLD
                   AND NOT WS-SESSION-SUPERVISOR
               DISPLAY "Add for ID " WS-ID " queued for supervisor "
                   EXIT PARAGRAPH
           END-READ

      *    A full quota suspends the add and puts the ID on the
      *    waiting list in the order the feed presented it.
           PERFORM CHECK-ADD-QUOTA
           IF WS-QTA-FULL
               DISPLAY "Skipped add for ID " WS-ID
                       " - quota full for class " WS-CLASS " in "
                       WS-COUNTRY "."
               MOVE "QUOT" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               MOVE SPACES TO WS-WL-NAME
               MOVE "JOIN" TO WS-WL-ACTION
               PERFORM CALL-WAITLST
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSDATE TO WS-DATE.
           ACCEPT WS-TIME FROM TIME.
           PERFORM VALIDATE-CAPTURED-DATE
           MOVE "R"               TO DB-CLASS
           MOVE SPACES            TO DB-SPONSOR-ID
           MOVE WS-DATE           TO DB-EFF-DATE
           MOVE SPACES            TO DB-AGENCY-STATE
           MOVE SPACES            TO DB-HOUSEHOLD-ROLE
           MOVE SPACES            TO DB-DISPUTE-STATE
           MOVE WS-CAMPAIGN-CODE  TO DB-CAMPAIGN
           IF WS-TAX-AMOUNT > ZERO
               DISPLAY "Tax collected on fee: " WS-TAX-AMOUNT
           END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-ADD-COUNT
           PERFORM POST-FEE-TO-BALANCE
           MOVE "A" TO WS-INVOICE-SOURCE
           PERFORM RAISE-INVOICE
           MOVE "A" TO WS-SUM-KIND
           MOVE SPACES          TO WS-AUD-BEFORE
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           PERFORM TAKE-WAITING-LIST-PLACE
           DISPLAY "Added ID " WS-ID " on " WS-DATE-DISPLAY ".".

      * Batch counterpart of UPDATE-REGISTRATION.
               EXIT PARAGRAPH
           END-IF

           IF DB-HSH-DEPENDENT
               DISPLAY "Skipped void for ID " WS-ID
                       " - household dependent; void the primary "
                       "or split it off in S126."
               MOVE "HHLD" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM GUARD-CLOSED-PERIOD-BATCH
           IF WS-CLSD-BLOCKED
               EXIT PARAGRAPH
           MOVE WS-BUSDATE TO WS-SUM-DATE
           MOVE DB-COUNTRY TO WS-SUM-COUNTRY
           PERFORM BUMP-DAILY-SUMMARY
           IF DB-HSH-PRIMARY
               MOVE "VOID" TO WS-HSH-ACTION
               PERFORM CARRY-HOUSEHOLD-DEPENDENTS
           END-IF
           DISPLAY "Voided ID " WS-ID ".".

      * Batch counterpart of RENEW-REGISTRATION - the renewal fee
               EXIT PARAGRAPH
           END-IF

      *    A dependent renews with its household - the transaction
      *    belongs on the primary.
           IF DB-HSH-DEPENDENT
               DISPLAY "Skipped renew for ID " WS-ID
                       " - household dependent; renew the primary."
               MOVE "HHLD" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

      *    The class's age band on the day the new term starts - the
      *    paid-through date for a renewal, today for a reinstate.
           PERFORM DERIVE-ROW-CLASS
           MOVE WS-BUSDATE TO WS-ELG-ASOF-DATE
           IF NOT DB-STATUS-LAPSED AND DB-PAID-THRU IS NUMERIC
                   AND DB-PAID-THRU > ZERO
               MOVE DB-PAID-THRU TO WS-ELG-ASOF-DATE
           END-IF
           PERFORM CHECK-RENEWAL-ELIGIBILITY
           IF WS-ELG-REFUSED
               DISPLAY "Skipped renew for ID " WS-ID
                       " - outside class " WS-ELG-OLD-CLASS
                       "'s age band."
               MOVE "ELIG" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-ELG-RERATED
               DISPLAY "ID " WS-ID " re-rated from class "
                       WS-ELG-OLD-CLASS " to " WS-CLASS
                       " - over the age band."
           END-IF

      *    A batch renewal against a lapsed row is the reinstate
      *    the screen path redirects to: the fee keyed is the
      *    catch-up, the status returns to active and paid-through
      *    refused them as lapsed.
           IF DB-STATUS-LAPSED
               MOVE DATABASE-RECORD TO WS-AUD-BEFORE
               IF WS-ELG-RERATED
                   MOVE WS-CLASS TO DB-CLASS
               END-IF
               SET DB-STATUS-ACTIVE TO TRUE
               MOVE WS-BUSDATE TO WS-DATE
               COMPUTE DB-PAID-THRU = WS-YEAR * 10000 + 1231
               MOVE DATABASE-RECORD TO WS-AUD-AFTER
               MOVE "I" TO WS-MODE
               PERFORM WRITE-AUDIT-RECORD
               IF DB-HSH-PRIMARY
                   MOVE "REINSTAT" TO WS-HSH-ACTION
                   PERFORM CARRY-HOUSEHOLD-DEPENDENTS
               END-IF
               PERFORM WRITE-RENEWAL-LEDGER
               DISPLAY "Reinstated ID " WS-ID " - paid through "
                       DB-PAID-THRU "."
           END-IF

           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           IF WS-ELG-RERATED
               MOVE WS-CLASS TO DB-CLASS
           END-IF
           PERFORM ROLL-PAID-THRU-FORWARD
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           IF DB-HSH-PRIMARY
               MOVE "RENEW" TO WS-HSH-ACTION
               PERFORM CARRY-HOUSEHOLD-DEPENDENTS
           END-IF
           PERFORM WRITE-RENEWAL-LEDGER
           DISPLAY "Renewed ID " WS-ID " - paid through "
                   DB-PAID-THRU ".".
                       = (WS-YEAR + 1) * 10000 + 1231
           END-IF.

      * Batch counterpart of FREEZE-REGISTRATION - the dates ride in
      * the TRANREC freeze view; a zero start is the posting date.
       BATCH-FREEZE.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE WS-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ID-FOUND-ON-FILE TO TRUE
           END-READ

           IF NOT WS-ID-FOUND-ON-FILE
               DISPLAY "Skipped freeze for ID " WS-ID
                       " - not found in database.txt."
               MOVE "NFND" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           IF DB-STATUS-VOID
               DISPLAY "Skipped freeze for ID " WS-ID
                       " - registration is voided."
               MOVE "AVOI" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           IF NOT DB-STATUS-ACTIVE
               DISPLAY "Skipped freeze for ID " WS-ID
                       " - registration is not active (status "
                       DB-STATUS ")."
               MOVE "STAT" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSDATE TO WS-FRZ-START
           IF TRAN-FRZ-START-DATE IS NUMERIC
                   AND TRAN-FRZ-START-DATE > ZERO
               MOVE TRAN-FRZ-START-DATE TO WS-FRZ-START
           END-IF
           MOVE ZERO TO WS-FRZ-DUE
           IF TRAN-FRZ-RESUME-DUE IS NUMERIC
               MOVE TRAN-FRZ-RESUME-DUE TO WS-FRZ-DUE
           END-IF
           MOVE SPACES TO WS-FRZ-REASON
           PERFORM VALIDATE-FREEZE-DATES
           IF NOT WS-FRZ-OK
               DISPLAY "Skipped freeze for ID " WS-ID " - "
                       WS-FRZ-MESSAGE
               MOVE "DATE" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-FREEZE
           IF NOT WS-FRZ-OK
               DISPLAY "Freeze failed for ID " WS-ID
                       " - status " WS-FILE-STATUS
               MOVE "WRIT" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Froze ID " WS-ID " from " WS-FRZ-START
                   " - expected back " WS-FRZ-DUE ".".

      * Batch counterpart of RESUME-REGISTRATION.
       BATCH-RESUME.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE WS-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ID-FOUND-ON-FILE TO TRUE
           END-READ

           IF NOT WS-ID-FOUND-ON-FILE
               DISPLAY "Skipped resume for ID " WS-ID
                       " - not found in database.txt."
               MOVE "NFND" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           IF NOT DB-STATUS-FROZEN
               DISPLAY "Skipped resume for ID " WS-ID
                       " - registration is not frozen (status "
                       DB-STATUS ")."
               MOVE "STAT" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-RESUME
           IF NOT WS-FRZ-OK
               DISPLAY "Resume failed for ID " WS-ID
                       " - status " WS-FILE-STATUS
               MOVE "WRIT" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resumed ID " WS-ID " after " WS-FRZ-DAYS
                   " day(s) frozen - paid through " DB-PAID-THRU ".".

      * The renewal fee is charged on the day it is taken, into the
      * dated renewal ledger, instead of rewriting the original
      * row's DB-FEE - so a closed month's basis stays put and the
           IF WS-RNL-STATUS NOT = "00"
               DISPLAY "WRITE to renewled.txt failed - status "
                       WS-RNL-STATUS
           ELSE
               MOVE "CHARGE"   TO WS-BAL-KIND
               MOVE RNL-DB-ID  TO WS-BAL-DB-ID
               MOVE RNL-FEE    TO WS-BAL-AMOUNT
               CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                       WS-BAL-AMOUNT
           END-IF
           CLOSE RenewalLedgerFile
           MOVE "R" TO WS-INVOICE-SOURCE
           PERFORM RAISE-INVOICE.

      * The new row's DB-FEE is its first charge on the balance
      * master.
       POST-FEE-TO-BALANCE.
           MOVE "CHARGE"   TO WS-BAL-KIND
           MOVE DB-ID      TO WS-BAL-DB-ID
           MOVE DB-FEE     TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

      * Common exit point for every mode paragraph below - logs the
      * run-end entry, releases the single-writer lock if this
      * session took it, and stops, so every STOP RUN in this
           MOVE ZERO               TO INV-ALLOCATED
           SET INV-STATE-OPEN      TO TRUE
           MOVE WS-INVOICE-SOURCE  TO INV-SOURCE
           MOVE ZERO TO WS-REFERRAL-TAKEN
           IF WS-INVOICE-SOURCE = "R"
               PERFORM TAKE-REFERRAL-CREDITS
           END-IF
           MOVE ZERO TO WS-DD-TAKEN
           IF WS-INVOICE-SOURCE = "R" AND WS-DD-RECEIPT-NO > ZERO
               PERFORM TAKE-DIRECT-DEBIT-RECEIPT
           END-IF
           MOVE ZERO TO WS-GIFT-TAKEN
           IF WS-INVOICE-SOURCE = "A" AND WS-GIFT-VOUCHER-NO > ZERO
               PERFORM TAKE-GIFT-VOUCHER
           END-IF
           WRITE INVOICE-RECORD
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "WRITE to invmast.txt failed - status "
                       WS-INV-STATUS
           ELSE
               DISPLAY "Invoice " WS-LAST-INVOICE-NO " raised."
               IF WS-REFERRAL-TAKEN > ZERO
                   DISPLAY "Referral credit " WS-REFERRAL-TAKEN
                           " taken against it (" WS-REFERRAL-COUNT
                           " referral(s))."
               END-IF
               IF WS-GIFT-TAKEN > ZERO
                   DISPLAY "Gift voucher " WS-GIFT-VOUCHER-NO
                           " paid " WS-GIFT-TAKEN " of it."
               END-IF
               IF WS-DD-TAKEN > ZERO
                   DISPLAY "Direct debit receipt " WS-DD-RECEIPT-NO
                           " paid " WS-DD-TAKEN " of it."
               END-IF
           END-IF
           CLOSE InvoiceFile.

      * Every referral credit S141 has raised for the member being
      * renewed goes against this renewal invoice - the rows turn
      * applied with the invoice number, the invoice is allocated
      * up to its total (and closed when covered), and the balance
      * master's charge comes down by the whole credit. A credit
      * larger than the invoice leaves the member in credit, which
      * the next payment allocation works off. The invoice record
      * is built and not yet written when this runs.
       TAKE-REFERRAL-CREDITS.
           MOVE ZERO TO WS-REFERRAL-COUNT
           OPEN I-O ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RFL-EOF-SWITCH
           MOVE WS-ID TO RFL-REFERRER-ID
           START ReferralFile KEY IS = RFL-REFERRER-ID
               INVALID KEY
                   SET WS-RFL-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-RFL-END-OF-FILE
               PERFORM READ-NEXT-REFERRAL
           END-IF
           PERFORM UNTIL WS-RFL-END-OF-FILE
                   OR RFL-REFERRER-ID NOT = WS-ID
               IF RFL-STATE-CREDITED
                   SET RFL-STATE-APPLIED TO TRUE
                   MOVE WS-BUSDATE         TO RFL-APPLIED-DATE
                   MOVE WS-LAST-INVOICE-NO TO RFL-INVOICE-NO
                   REWRITE REFERRAL-RECORD
                   IF WS-RFL-STATUS = "00"
                       ADD RFL-CREDIT TO WS-REFERRAL-TAKEN
                       ADD 1 TO WS-REFERRAL-COUNT
                   END-IF
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE ReferralFile
           IF WS-REFERRAL-TAKEN = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INVOICE-TOTAL = INV-AMOUNT + INV-TAX
           IF WS-REFERRAL-TAKEN < WS-INVOICE-TOTAL
               MOVE WS-REFERRAL-TAKEN TO INV-ALLOCATED
           ELSE
               MOVE WS-INVOICE-TOTAL TO INV-ALLOCATED
               SET INV-STATE-PAID TO TRUE
           END-IF
           MOVE "CHARGE"   TO WS-BAL-KIND
           MOVE WS-ID      TO WS-BAL-DB-ID
           COMPUTE WS-BAL-AMOUNT = ZERO - WS-REFERRAL-TAKEN
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

      * A gift voucher the new member brought pays their first
      * invoice: GIFTVCH settles as much of the invoice as the
      * voucher covers and marks it redeemed against this member
      * and invoice. What it paid is a payment somebody else made on
      * the member's behalf, so it lands on the balance master as
      * paid. The invoice record is built and not yet written when
      * this runs.
       TAKE-GIFT-VOUCHER.
           MOVE "REDEEM" TO WS-GV-ACTION
           COMPUTE WS-GV-DUE = INV-AMOUNT + INV-TAX
           CALL "GIFTVCH" USING WS-GV-ACTION WS-GIFT-VOUCHER-NO
                   WS-COUNTRY WS-CLASS WS-ID WS-LAST-INVOICE-NO
                   WS-GV-DUE WS-GV-AMOUNT WS-GV-RESULT
           IF WS-GV-RESULT NOT = "Y"
               DISPLAY "Gift voucher " WS-GIFT-VOUCHER-NO
                       " could not be redeemed (" WS-GV-RESULT
                       ") - the invoice stays open."
               MOVE ZERO TO WS-GIFT-VOUCHER-NO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GV-AMOUNT TO WS-GIFT-TAKEN
           MOVE WS-GIFT-TAKEN TO INV-ALLOCATED
           IF WS-GIFT-TAKEN NOT < WS-GV-DUE
               SET INV-STATE-PAID TO TRUE
           END-IF
           MOVE "PAYMENT"  TO WS-BAL-KIND
           MOVE WS-ID      TO WS-BAL-DB-ID
           MOVE WS-GIFT-TAKEN TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT
           MOVE ZERO TO WS-GIFT-VOUCHER-NO.

      * A renewal S119 released for a collected direct debit comes
      * with the receipt the bank's money was booked under. That
      * receipt pays this invoice: it is found on payment.txt for
      * the member and allocated on top of any referral credit, up
      * to the invoice total (and the invoice closed when covered).
      * S119 already posted the payment to the balance master, so
      * nothing is posted here. The invoice record is built and not
      * yet written when this runs.
       TAKE-DIRECT-DEBIT-RECEIPT.
           MOVE "N" TO WS-PAY-EOF-SWITCH
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "payment.txt could not be opened - status "
                       WS-PAY-STATUS " - the invoice stays open."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PAYMENT-RECORD
           PERFORM UNTIL WS-PAY-END-OF-FILE
               IF PAY-RECEIPT-NO = WS-DD-RECEIPT-NO
                       AND PAY-DB-ID = WS-ID
                       AND PAY-TYPE-PAYMENT
                   ADD PAY-AMOUNT TO WS-DD-TAKEN
               END-IF
               PERFORM READ-NEXT-PAYMENT-RECORD
           END-PERFORM
           CLOSE PaymentFile
           IF WS-DD-TAKEN = ZERO
               DISPLAY "Direct debit receipt " WS-DD-RECEIPT-NO
                       " not found for " WS-ID
                       " - the invoice stays open."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INVOICE-TOTAL = INV-AMOUNT + INV-TAX
           IF INV-ALLOCATED + WS-DD-TAKEN < WS-INVOICE-TOTAL
               ADD WS-DD-TAKEN TO INV-ALLOCATED
           ELSE
               COMPUTE WS-DD-TAKEN = WS-INVOICE-TOTAL - INV-ALLOCATED
               MOVE WS-INVOICE-TOTAL TO INV-ALLOCATED
               SET INV-STATE-PAID TO TRUE
           END-IF.

       READ-NEXT-REFERRAL.
           READ ReferralFile NEXT RECORD
               AT END
                   SET WS-RFL-END-OF-FILE TO TRUE
           END-READ.

      * A referred Add puts a pending row on the referral register
      * with the new member's first charge; S141 raises the
      * referrer's credit once that charge is paid.
       WRITE-REFERRAL-ROW.
           IF WS-REFERRER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ReferralFile
           IF WS-RFL-STATUS = "35"
               OPEN OUTPUT ReferralFile
               CLOSE ReferralFile
               OPEN I-O ReferralFile
           END-IF
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "referral.txt could not be opened - status "
                       WS-RFL-STATUS " - referral NOT recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO REFERRAL-RECORD
           MOVE WS-ID              TO RFL-NEW-ID
           MOVE WS-REFERRER-ID     TO RFL-REFERRER-ID
           SET RFL-STATE-PENDING   TO TRUE
           MOVE WS-CLASS           TO RFL-CLASS
           MOVE WS-BUSDATE         TO RFL-REG-DATE
           MOVE WS-HANDLED-BY-ID   TO RFL-CAPTURED-BY
           COMPUTE RFL-FIRST-DUE = WS-FEE-AMOUNT + WS-TAX-AMOUNT
           MOVE WS-COUNTRY-CCY     TO RFL-CURRENCY
           MOVE WS-SESSION-BRANCH  TO RFL-BRANCH
           MOVE ZERO TO RFL-CREDIT
           MOVE ZERO TO RFL-EARNED-DATE
           MOVE ZERO TO RFL-APPLIED-DATE
           MOVE ZERO TO RFL-INVOICE-NO
           MOVE ZERO TO RFL-CLOSED-DATE
           WRITE REFERRAL-RECORD
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "WRITE to referral.txt failed - status "
                       WS-RFL-STATUS
           ELSE
               DISPLAY "Referral by " WS-REFERRER-ID " recorded."
           END-IF
           CLOSE ReferralFile.

      * The tax due on the fee in WS-FEE-AMOUNT at the rate in force
      * for WS-TAX-COUNTRY, rounded to the cent.
       COMPUTE-TAX-ON-FEE.
           MOVE ZERO             TO REF-PAID-BY
           MOVE ZERO             TO REF-RECEIPT-NO
           MOVE WS-SESSION-BRANCH TO REF-BRANCH
           MOVE SPACES           TO REF-METHOD
           MOVE SPACES           TO REF-BANK-SORT
           MOVE SPACES           TO REF-BANK-ACCOUNT
           MOVE ZERO             TO REF-BATCH-NO
           MOVE ZERO             TO REF-BATCH-ITEM
           WRITE REFUND-RECORD
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "WRITE to refund.txt failed - status "
           MOVE TRAN-COUNTRY     TO SUSP-COUNTRY
           MOVE TRAN-FEE         TO SUSP-FEE
           MOVE TRAN-EMPLOYEE-ID TO SUSP-EMPLOYEE-ID
           MOVE TRAN-CAMPAIGN    TO SUSP-CAMPAIGN
           MOVE ZERO             TO SUSP-RECEIPT-NO
           IF TRAN-RECEIPT-NO IS NUMERIC
               MOVE TRAN-RECEIPT-NO TO SUSP-RECEIPT-NO
           END-IF
      *    The session's correlation ID rides the suspended item,
      *    the LOGMSG convention.
           MOVE ZERO TO SUSP-RUN-ID
           MOVE WS-HANDLED-BY-ID TO PEND-EMPLOYEE-ID
           MOVE ZERO             TO PEND-DECIDED-BY
           MOVE ZERO             TO PEND-DECIDED-DATE
           MOVE ZERO             TO PEND-REF-NO
           MOVE SPACES           TO PEND-REASON
           MOVE WS-CAMPAIGN-CODE TO PEND-CAMPAIGN
           MOVE WS-REFERRER-ID   TO PEND-REFERRER-ID
           WRITE PENDING-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "WRITE to pending.txt failed - status "
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO AUD-RUN-ID
           END-IF
      *    The entry takes its sequence number and chain link last,
      *    once every other field is final.
           MOVE "STAMP" TO WS-CHN-ACTION
           CALL "AUDCHN" USING WS-CHN-ACTION AUDIT-RECORD WS-CHN-AREA
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WRITE to audit.txt failed - status "
                   MOVE SPACES              TO DB-CLASS
                   MOVE SPACES              TO DB-SPONSOR-ID
                   MOVE ZERO                TO DB-EFF-DATE
                   MOVE SPACES              TO DB-AGENCY-STATE
                   MOVE SPACES              TO DB-HOUSEHOLD-ROLE
                   MOVE SPACES              TO DB-DISPUTE-STATE
                   MOVE SPACES              TO DB-CAMPAIGN
                   WRITE DATABASE-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Write of trailer " WS-TRAILER-ID
           MOVE "A" TO WS-MODE
           PERFORM ENTER-VALID-ID
           PERFORM ENTER-VALID-COUNTRY
           PERFORM ENTER-BIRTH-DATE
           PERFORM ENTER-VALID-CLASS
           PERFORM SCREEN-CHECK-ADD-QUOTA
           PERFORM ENTER-SPONSOR-CODE
           PERFORM ENTER-EFFECTIVE-DATE
           PERFORM ENTER-CAMPAIGN-CODE
           PERFORM ENTER-REFERRER-ID
           PERFORM ENTER-GIFT-VOUCHER

      *    The schedule is rated as of the effective date, so a
      *    late-arriving form gets the rate of the day it covers.
               PERFORM WRITE-PENDING-RECORD
               DISPLAY "Full fee waiver queued for supervisor "
                       "approval (S034)."
               PERFORM WARN-GIFT-VOUCHER-NOT-TAKEN
               MOVE "Fee-waiver add queued for supervisor approval."
                       TO MSG-TEXT
               PERFORM LOG-RUN-EVENT
               PERFORM WRITE-PENDING-RECORD
               DISPLAY "Fee exceeds the approval threshold - add "
                       "queued for supervisor approval (S034)."
               PERFORM WARN-GIFT-VOUCHER-NOT-TAKEN
               MOVE "High-fee add queued for supervisor approval."
                       TO MSG-TEXT
               PERFORM LOG-RUN-EVENT
           MOVE WS-CLASS           TO DB-CLASS
           MOVE WS-SPONSOR-CODE    TO DB-SPONSOR-ID
           MOVE WS-EFF-DATE        TO DB-EFF-DATE
           MOVE SPACES             TO DB-AGENCY-STATE
           MOVE SPACES             TO DB-HOUSEHOLD-ROLE
           MOVE SPACES             TO DB-DISPUTE-STATE
           MOVE WS-CAMPAIGN-CODE   TO DB-CAMPAIGN
           IF WS-TAX-AMOUNT > ZERO
               DISPLAY "Tax collected on fee: " WS-TAX-AMOUNT
           END-IF
           END-IF

           ADD 1 TO WS-RUN-ADD-COUNT
           PERFORM POST-FEE-TO-BALANCE
           MOVE "A" TO WS-INVOICE-SOURCE
           PERFORM RAISE-INVOICE
           MOVE "A" TO WS-SUM-KIND
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-DISCOUNT-USAGE
           PERFORM WRITE-REFERRAL-ROW
           PERFORM CAPTURE-MEMBER-DETAILS
           PERFORM CAPTURE-CONTACT-CONSENT
           PERFORM WRITE-CONTROL-TRAILER
           PERFORM TAKE-WAITING-LIST-PLACE

           CLOSE DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF DB-HSH-DEPENDENT
               PERFORM FIND-HOUSEHOLD-PRIMARY
               DISPLAY "ID " WS-ID " is a dependent of household "
                       WS-HSH-PRIMARY-ID " - void the primary or "
                       "split it off in S126."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           PERFORM GUARD-CLOSED-PERIOD-SCREEN

           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           MOVE WS-BUSDATE TO WS-SUM-DATE
           MOVE DB-COUNTRY TO WS-SUM-COUNTRY
           PERFORM BUMP-DAILY-SUMMARY
           IF DB-HSH-PRIMARY
               MOVE "VOID" TO WS-HSH-ACTION
               PERFORM CARRY-HOUSEHOLD-DEPENDENTS
           END-IF

           CLOSE DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
           ACCEPT MEM-PHONE LINE 19 COL 15
           DISPLAY "Email       :" LINE 20 COL 1
           ACCEPT MEM-EMAIL LINE 20 COL 15
           MOVE WS-BIRTH-DATE TO MEM-BIRTH-DATE
           MOVE SPACE TO MEM-ADDRESS-STATUS
           MOVE ZERO TO MEM-GONE-AWAY-DATE
           MOVE SPACES TO MEM-RETURNED-DOC
           MOVE WS-ID TO MEM-DB-ID
           WRITE MEMBER-DETAILS-RECORD
           IF WS-MEM-STATUS NOT = "00"
           END-IF
           CLOSE MemberDetailsFile.

      * What the new member agrees to be contacted about, and how.
      * A blank answer records nothing - the site's assumed consent
      * applies until S048 records one.
       CAPTURE-CONTACT-CONSENT.
           MOVE SPACES TO WS-CNS-SERVICE WS-CNS-RENEWAL
                   WS-CNS-MARKETING WS-CNS-CHANNEL
           DISPLAY "Service Y/N :" LINE 21 COL 1
           ACCEPT WS-CNS-SERVICE LINE 21 COL 15
           DISPLAY "Renewal Y/N :" LINE 21 COL 20
           ACCEPT WS-CNS-RENEWAL LINE 21 COL 34
           DISPLAY "Marketing Y/N :" LINE 21 COL 39
           ACCEPT WS-CNS-MARKETING LINE 21 COL 55
           DISPLAY "Letter/Email:" LINE 22 COL 1
           ACCEPT WS-CNS-CHANNEL LINE 22 COL 15
           MOVE WS-ID TO WS-CNS-DB-ID
           MOVE WS-HANDLED-BY-ID TO WS-CNS-OPERATOR
           MOVE "S" TO WS-CNS-PURPOSE
           MOVE WS-CNS-SERVICE TO WS-CNS-VALUE
           PERFORM RECORD-CONSENT-ANSWER
           MOVE "R" TO WS-CNS-PURPOSE
           MOVE WS-CNS-RENEWAL TO WS-CNS-VALUE
           PERFORM RECORD-CONSENT-ANSWER
           MOVE "M" TO WS-CNS-PURPOSE
           MOVE WS-CNS-MARKETING TO WS-CNS-VALUE
           PERFORM RECORD-CONSENT-ANSWER
           MOVE "C" TO WS-CNS-PURPOSE
           MOVE WS-CNS-CHANNEL TO WS-CNS-VALUE
           PERFORM RECORD-CONSENT-ANSWER.

       RECORD-CONSENT-ANSWER.
           EVALUATE WS-CNS-VALUE
               WHEN "y"
                   MOVE "Y" TO WS-CNS-VALUE
               WHEN "n"
                   MOVE "N" TO WS-CNS-VALUE
               WHEN "l"
                   MOVE "L" TO WS-CNS-VALUE
               WHEN "e"
                   MOVE "E" TO WS-CNS-VALUE
           END-EVALUATE
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF WS-CNS-RESULT = "E"
               DISPLAY "Consent answer " WS-CNS-VALUE " for "
                       WS-CNS-PURPOSE " not recorded - use S048."
           END-IF.

      * Take the renewal fee for an existing registration and roll
      * its paid-through date forward a year - the fee is charged
      * into the dated renewal ledger (renewled.txt), the row itself
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF DB-HSH-DEPENDENT
               PERFORM FIND-HOUSEHOLD-PRIMARY
               DISPLAY "ID " WS-ID " is a dependent of household "
                       WS-HSH-PRIMARY-ID " - renew the primary."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF DB-HSH-PRIMARY
               PERFORM PRICE-HOUSEHOLD-DEPENDENTS
           END-IF
           DISPLAY "Currently paid through: " DB-PAID-THRU
                   LINE 9 COL 1
           MOVE DB-COUNTRY TO WS-COUNTRY
           PERFORM DERIVE-ROW-CLASS
           MOVE WS-BUSDATE TO WS-ELG-ASOF-DATE
           IF DB-PAID-THRU IS NUMERIC AND DB-PAID-THRU > ZERO
               MOVE DB-PAID-THRU TO WS-ELG-ASOF-DATE
           END-IF
           PERFORM CHECK-RENEWAL-ELIGIBILITY
           PERFORM SHOW-RENEWAL-ELIGIBILITY
           PERFORM LOOKUP-SCHEDULED-FEE
           IF WS-SCHED-FEE-FOUND
               DISPLAY "Scheduled renewal fee: " WS-SCHED-FEE
           END-IF

           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           IF WS-ELG-RERATED
               MOVE WS-CLASS TO DB-CLASS
           END-IF
           PERFORM ROLL-PAID-THRU-FORWARD
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           IF DB-HSH-PRIMARY
               MOVE "RENEW" TO WS-HSH-ACTION
               PERFORM CARRY-HOUSEHOLD-DEPENDENTS
           END-IF
           PERFORM WRITE-RENEWAL-LEDGER
           PERFORM WRITE-DISCOUNT-USAGE

               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF DB-HSH-DEPENDENT
               PERFORM FIND-HOUSEHOLD-PRIMARY
               DISPLAY "ID " WS-ID " is a dependent of household "
                       WS-HSH-PRIMARY-ID " - reinstate the primary."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF DB-HSH-PRIMARY
               PERFORM PRICE-HOUSEHOLD-DEPENDENTS
           END-IF
           DISPLAY "Lapsed - was paid through: " DB-PAID-THRU
                   LINE 9 COL 1
           MOVE DB-COUNTRY TO WS-COUNTRY
           PERFORM DERIVE-ROW-CLASS
           MOVE WS-BUSDATE TO WS-ELG-ASOF-DATE
           PERFORM CHECK-RENEWAL-ELIGIBILITY
           PERFORM SHOW-RENEWAL-ELIGIBILITY
           PERFORM LOOKUP-SCHEDULED-FEE
           IF WS-SCHED-FEE-FOUND
               DISPLAY "Scheduled annual fee: " WS-SCHED-FEE
           ACCEPT WS-FEE-AMOUNT LINE 11 COL 35

           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           IF WS-ELG-RERATED
               MOVE WS-CLASS TO DB-CLASS
           END-IF
           SET DB-STATUS-ACTIVE TO TRUE
           MOVE WS-BUSDATE TO WS-DATE
           COMPUTE DB-PAID-THRU = WS-YEAR * 10000 + 1231
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           IF DB-HSH-PRIMARY
               MOVE "REINSTAT" TO WS-HSH-ACTION
               PERFORM CARRY-HOUSEHOLD-DEPENDENTS
           END-IF
           PERFORM WRITE-RENEWAL-LEDGER

           CLOSE DatabaseFile
           DISPLAY "ID " WS-ID " reinstated - paid through "
                   DB-PAID-THRU ".".

      * Screen side of CHECK-RENEWAL-ELIGIBILITY: a refusal ends the
      * run with the row untouched, a re-rate is shown before the
      * fee is quoted.
       SHOW-RENEWAL-ELIGIBILITY.
           IF WS-ELG-REFUSED
               DISPLAY "ID " WS-ID " (age " WS-ELG-AGE ") is outside "
                       "class " WS-ELG-OLD-CLASS "'s age band - "
                       "change the class before renewing."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF
           IF WS-ELG-RERATED
               DISPLAY "Age " WS-ELG-AGE " is over class "
                       WS-ELG-OLD-CLASS "'s age band - re-rated to "
                       "class " WS-CLASS "." LINE 12 COL 1
           END-IF.

      * The linked dependents of the household primary in WS-ID
      * move with it, as WS-HSH-ACTION says: RENEW takes each active
      * one to the primary's new paid-through date, REINSTAT brings
      * each lapsed one back to it, VOID voids each one not already
      * voided (refund and daily count as for any void). The fee,
      * renewal-ledger row and invoice stay the primary's - one for
      * the household. Each change is journaled against the
      * dependent's own ID, and the primary's row is read back into
      * DATABASE-RECORD at the end.
       CARRY-HOUSEHOLD-DEPENDENTS.
           MOVE WS-ID        TO WS-HSH-PRIMARY-ID
           MOVE DB-PAID-THRU TO WS-HSH-PAID-THRU
           MOVE WS-MODE      TO WS-HSH-SAVE-MODE
           MOVE ZERO         TO WS-HSH-CARRIED
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "WARNING: hshld.txt could not be opened - "
                       "status " WS-HSH-STATUS " - household "
                       "dependents NOT carried."
               EXIT PARAGRAPH
           END-IF
           PERFORM START-HOUSEHOLD-ROWS
           PERFORM UNTIL WS-HSH-END-OF-FILE
               IF HSH-ROLE-DEPENDENT AND HSH-STATE-LINKED
                   PERFORM CARRY-ONE-DEPENDENT
               END-IF
               PERFORM READ-NEXT-HOUSEHOLD-ROW
           END-PERFORM
           CLOSE HouseholdFile

           MOVE WS-HSH-PRIMARY-ID TO WS-ID
           MOVE WS-HSH-SAVE-MODE  TO WS-MODE
           MOVE WS-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HSH-CARRIED > ZERO
               DISPLAY WS-HSH-CARRIED " household dependent(s) "
                       "carried with " WS-ID "."
           END-IF.

       CARRY-ONE-DEPENDENT.
           MOVE HSH-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "WARNING: household dependent " HSH-DB-ID
                           " is not on database.txt."
                   EXIT PARAGRAPH
           END-READ
           MOVE HSH-DB-ID TO WS-ID
           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           EVALUATE WS-HSH-ACTION
               WHEN "RENEW"
                   IF NOT DB-STATUS-ACTIVE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-HSH-PAID-THRU TO DB-PAID-THRU
                   MOVE "R" TO WS-MODE
               WHEN "REINSTAT"
                   IF NOT DB-STATUS-LAPSED
                       EXIT PARAGRAPH
                   END-IF
                   SET DB-STATUS-ACTIVE TO TRUE
                   MOVE WS-HSH-PAID-THRU TO DB-PAID-THRU
                   MOVE "I" TO WS-MODE
               WHEN "VOID"
                   IF DB-STATUS-VOID
                       EXIT PARAGRAPH
                   END-IF
                   SET DB-STATUS-VOID TO TRUE
                   MOVE "V" TO WS-MODE
           END-EVALUATE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: household dependent " WS-ID
                       " not updated - status " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-HSH-CARRIED
           IF WS-HSH-ACTION = "VOID"
               PERFORM RAISE-REFUND-IF-PAID
               MOVE "V" TO WS-SUM-KIND
               MOVE WS-BUSDATE TO WS-SUM-DATE
               MOVE DB-COUNTRY TO WS-SUM-COUNTRY
               PERFORM BUMP-DAILY-SUMMARY
           END-IF.

      * Quote the household fee line for each active linked
      * dependent of the primary in WS-ID - their class is H, so the
      * ordinary schedule lookup finds it - and show the sum beside
      * the primary's own rate. The primary's row is read back.
       PRICE-HOUSEHOLD-DEPENDENTS.
           MOVE ZERO  TO WS-HSH-DEP-COUNT
           MOVE ZERO  TO WS-HSH-DEP-FEE
           MOVE WS-ID TO WS-HSH-PRIMARY-ID
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM START-HOUSEHOLD-ROWS
           PERFORM UNTIL WS-HSH-END-OF-FILE
               IF HSH-ROLE-DEPENDENT AND HSH-STATE-LINKED
                   MOVE HSH-DB-ID TO DB-ID
                   READ DatabaseFile KEY IS DB-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DB-STATUS-ACTIVE OR DB-STATUS-LAPSED
                               ADD 1 TO WS-HSH-DEP-COUNT
                               MOVE DB-COUNTRY TO WS-COUNTRY
                               PERFORM DERIVE-ROW-CLASS
                               PERFORM LOOKUP-SCHEDULED-FEE
                               IF WS-SCHED-FEE-FOUND
                                   ADD WS-SCHED-FEE TO WS-HSH-DEP-FEE
                               END-IF
                           END-IF
                   END-READ
               END-IF
               PERFORM READ-NEXT-HOUSEHOLD-ROW
           END-PERFORM
           CLOSE HouseholdFile
           MOVE WS-HSH-PRIMARY-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HSH-DEP-COUNT > ZERO
               DISPLAY "Household: " WS-HSH-DEP-COUNT
                       " dependent(s), household fee lines "
                       WS-HSH-DEP-FEE " - one invoice for all"
                       LINE 8 COL 1
           END-IF.

      * Position on the first register row of the household whose
      * primary is in WS-HSH-PRIMARY-ID.
       START-HOUSEHOLD-ROWS.
           MOVE "N" TO WS-HSH-EOF-SWITCH
           MOVE WS-HSH-PRIMARY-ID TO HSH-PRIMARY-ID
           START HouseholdFile KEY IS = HSH-PRIMARY-ID
               INVALID KEY
                   SET WS-HSH-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-HSH-END-OF-FILE
               PERFORM READ-NEXT-HOUSEHOLD-ROW
           END-IF.

       READ-NEXT-HOUSEHOLD-ROW.
           READ HouseholdFile NEXT RECORD
               AT END
                   SET WS-HSH-END-OF-FILE TO TRUE
           END-READ
           IF HSH-PRIMARY-ID NOT = WS-HSH-PRIMARY-ID
               SET WS-HSH-END-OF-FILE TO TRUE
           END-IF.

      * The primary a dependent in WS-ID belongs to, for the
      * operator's message.
       FIND-HOUSEHOLD-PRIMARY.
           MOVE "(see S049)" TO WS-HSH-PRIMARY-ID
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID TO HSH-DB-ID
           READ HouseholdFile KEY IS HSH-DB-ID
               NOT INVALID KEY
                   MOVE HSH-PRIMARY-ID TO WS-HSH-PRIMARY-ID
           END-READ
           CLOSE HouseholdFile.

      * Put an active registration on hold - illness leave, an
      * overseas posting - instead of voiding it or letting S070
      * lapse it. The row goes to frozen, which S070, S047 and S069's
      * dunning all pass over, and the hold's dates land on the
      * freeze register for Resume and S125.
       FREEZE-REGISTRATION.
           DISPLAY "ID to freeze:" LINE 7 COL 1
           ACCEPT WS-ID LINE 7 COL 35

           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "database.txt does not exist yet - "
                       "nothing to freeze."
               PERFORM LOG-RUN-END-AND-STOP
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF DB-STATUS-FROZEN
               DISPLAY "ID " WS-ID " is already frozen - use Resume "
                       "mode (E)."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF NOT DB-STATUS-ACTIVE
               DISPLAY "ID " WS-ID " is not active - freeze refused."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           DISPLAY "Currently paid through: " DB-PAID-THRU
                   LINE 9 COL 1
           DISPLAY "Frozen from (YYYYMMDD, blank = today):"
                   LINE 10 COL 1
           MOVE SPACES TO WS-FRZ-ANSWER
           ACCEPT WS-FRZ-ANSWER LINE 10 COL 41
           MOVE WS-BUSDATE TO WS-FRZ-START
           IF WS-FRZ-ANSWER NOT = SPACES
               MOVE ZERO TO WS-FRZ-START
               IF WS-FRZ-ANSWER IS NUMERIC
                   MOVE WS-FRZ-ANSWER TO WS-FRZ-START
               END-IF
           END-IF
           DISPLAY "Expected resume (YYYYMMDD):" LINE 11 COL 1
           MOVE SPACES TO WS-FRZ-ANSWER
           ACCEPT WS-FRZ-ANSWER LINE 11 COL 41
           MOVE ZERO TO WS-FRZ-DUE
           IF WS-FRZ-ANSWER IS NUMERIC
               MOVE WS-FRZ-ANSWER TO WS-FRZ-DUE
           END-IF
           DISPLAY "Reason:" LINE 12 COL 1
           MOVE SPACES TO WS-FRZ-REASON
           ACCEPT WS-FRZ-REASON LINE 12 COL 41

           PERFORM VALIDATE-FREEZE-DATES
           IF NOT WS-FRZ-OK
               DISPLAY WS-FRZ-MESSAGE LINE 13 COL 1
               DISPLAY "Freeze refused."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           PERFORM APPLY-FREEZE
           IF NOT WS-FRZ-OK
               DISPLAY "Freeze of database.txt record failed - status "
                       WS-FILE-STATUS
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           CLOSE DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt did not close cleanly - status "
                       WS-FILE-STATUS
           END-IF

           DISPLAY "ID " WS-ID " frozen from " WS-FRZ-START
                   " - expected back " WS-FRZ-DUE ".".

      * Bring a frozen member back: active again, with the days the
      * hold lasted added onto the paid-through date so the member
      * gets the time they paid for.
       RESUME-REGISTRATION.
           DISPLAY "ID to resume:" LINE 7 COL 1
           ACCEPT WS-ID LINE 7 COL 35

           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "database.txt does not exist yet - "
                       "nothing to resume."
               PERFORM LOG-RUN-END-AND-STOP
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           MOVE "N" TO WS-FOUND-FLAG
           MOVE WS-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ID-FOUND-ON-FILE TO TRUE
           END-READ

           IF NOT WS-ID-FOUND-ON-FILE
               DISPLAY "ID " WS-ID " was not found in database.txt."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF NOT DB-STATUS-FROZEN
               DISPLAY "ID " WS-ID " is not frozen - resume refused."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           PERFORM APPLY-RESUME
           IF NOT WS-FRZ-OK
               DISPLAY "Resume of database.txt record failed - status "
                       WS-FILE-STATUS
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           CLOSE DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt did not close cleanly - status "
                       WS-FILE-STATUS
           END-IF

           DISPLAY "ID " WS-ID " resumed after " WS-FRZ-DAYS
                   " day(s) frozen - paid through " DB-PAID-THRU ".".

      * Both freeze dates must be real calendar dates, the hold
      * cannot start after today, and the member must be expected
      * back after it starts.
       VALIDATE-FREEZE-DATES.
           MOVE "N" TO WS-FRZ-OK-SWITCH
           MOVE WS-FRZ-START TO WS-FRZ-CHECK-DATE
           PERFORM CHECK-FREEZE-DATE
           IF NOT WS-FRZ-DATE-VALID
               MOVE "freeze start date is not a valid date."
                       TO WS-FRZ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FRZ-START > WS-BUSDATE
               MOVE "a freeze cannot start after today."
                       TO WS-FRZ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FRZ-DUE TO WS-FRZ-CHECK-DATE
           PERFORM CHECK-FREEZE-DATE
           IF NOT WS-FRZ-DATE-VALID
               MOVE "expected resume date is not a valid date."
                       TO WS-FRZ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FRZ-DUE NOT > WS-FRZ-START
               MOVE "expected resume date must follow the start."
                       TO WS-FRZ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SET WS-FRZ-OK TO TRUE.

      * Month 1-12 and a day inside that month, 4/100/400 leap rule.
       CHECK-FREEZE-DATE.
           MOVE "N" TO WS-FRZ-DATE-SWITCH
           IF WS-FRZ-CHK-YEAR < 1900
                   OR WS-FRZ-CHK-MONTH < 1 OR WS-FRZ-CHK-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           SET MONTH-IDX TO WS-FRZ-CHK-MONTH
           MOVE MONTH-DAYS-ENTRY(MONTH-IDX) TO WS-DATE-MAX-DAY
           IF WS-FRZ-CHK-MONTH = 2
               DIVIDE WS-FRZ-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DATE-MAX-DAY
                   DIVIDE WS-FRZ-CHK-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-FRZ-CHK-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-DATE-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-FRZ-CHK-DAY < 1 OR WS-FRZ-CHK-DAY > WS-DATE-MAX-DAY
               EXIT PARAGRAPH
           END-IF
           SET WS-FRZ-DATE-VALID TO TRUE.

      * The row in DATABASE-RECORD goes to frozen, journaled as mode
      * "F", and the hold lands on the freeze register. WS-FRZ-OK
      * says whether the row itself was rewritten.
       APPLY-FREEZE.
           MOVE "N" TO WS-FRZ-OK-SWITCH
           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           MOVE ZERO TO WS-FRZ-PAID-THRU
           IF DB-PAID-THRU IS NUMERIC
               MOVE DB-PAID-THRU TO WS-FRZ-PAID-THRU
           END-IF
           SET DB-STATUS-FROZEN TO TRUE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-FRZ-OK TO TRUE
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           MOVE "F" TO WS-MODE
           PERFORM WRITE-AUDIT-RECORD

           PERFORM OPEN-FREEZE-REGISTER
           IF WS-FRZ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FRZ-ROW-SWITCH
           MOVE WS-ID TO FRZ-DB-ID
           READ FreezeFile KEY IS FRZ-DB-ID
               INVALID KEY
                   MOVE WS-ID TO FRZ-DB-ID
                   MOVE ZERO TO FRZ-FREEZE-COUNT
               NOT INVALID KEY
                   SET WS-FRZ-ROW-FOUND TO TRUE
           END-READ
           SET FRZ-STATE-FROZEN TO TRUE
           MOVE WS-FRZ-START     TO FRZ-START-DATE
           MOVE WS-FRZ-DUE       TO FRZ-RESUME-DUE
           MOVE ZERO             TO FRZ-RESUMED-DATE
           MOVE ZERO             TO FRZ-DAYS-FROZEN
           MOVE WS-FRZ-PAID-THRU TO FRZ-PAID-THRU-BEFORE
           MOVE WS-FRZ-REASON    TO FRZ-REASON
           MOVE WS-HANDLED-BY-ID TO FRZ-FROZEN-BY
           MOVE ZERO             TO FRZ-RESUMED-BY
           ADD 1 TO FRZ-FREEZE-COUNT
           IF WS-FRZ-ROW-FOUND
               REWRITE FREEZE-RECORD
           ELSE
               WRITE FREEZE-RECORD
           END-IF
           IF WS-FRZ-STATUS NOT = "00"
               DISPLAY "WARNING: frzreg.txt write failed - status "
                       WS-FRZ-STATUS " - freeze dates NOT registered."
           END-IF
           CLOSE FreezeFile.

      * The row in DATABASE-RECORD goes back to active with the days
      * frozen - start of the hold to today - added onto
      * DB-PAID-THRU a calendar day at a time, journaled as mode
      * "E", and the register row is closed. A frozen row with no
      * open register row (the register was lost) resumes with no
      * extension and a warning.
       APPLY-RESUME.
           MOVE "N" TO WS-FRZ-OK-SWITCH
           MOVE ZERO TO WS-FRZ-DAYS
           MOVE "N" TO WS-FRZ-ROW-SWITCH
           PERFORM OPEN-FREEZE-REGISTER
           IF WS-FRZ-STATUS = "00"
               MOVE WS-ID TO FRZ-DB-ID
               READ FreezeFile KEY IS FRZ-DB-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRZ-STATE-FROZEN
                           SET WS-FRZ-ROW-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE FreezeFile
           END-IF
           IF WS-FRZ-ROW-FOUND
               MOVE FRZ-START-DATE TO WS-SER-DATE
               PERFORM COMPUTE-DAY-SERIAL
               MOVE WS-SER-RESULT TO WS-FRZ-START-SERIAL
               MOVE WS-BUSDATE TO WS-SER-DATE
               PERFORM COMPUTE-DAY-SERIAL
               IF WS-SER-RESULT > WS-FRZ-START-SERIAL
                   COMPUTE WS-FRZ-DAYS
                           = WS-SER-RESULT - WS-FRZ-START-SERIAL
               END-IF
           ELSE
               DISPLAY "WARNING: no open freeze for ID " WS-ID
                       " on frzreg.txt - resumed with no paid-through"
                       " extension."
           END-IF

           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           IF DB-PAID-THRU IS NUMERIC AND DB-PAID-THRU > ZERO
               MOVE "NEXTDAY" TO WS-BUSDAY-KIND
               PERFORM VARYING WS-FRZ-STEP FROM 1 BY 1
                       UNTIL WS-FRZ-STEP > WS-FRZ-DAYS
                   CALL "BUSDAY" USING WS-BUSDAY-KIND DB-PAID-THRU
                           WS-BUSDAY-RESULT
               END-PERFORM
           END-IF
           SET DB-STATUS-ACTIVE TO TRUE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-FRZ-OK TO TRUE
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           MOVE "E" TO WS-MODE
           PERFORM WRITE-AUDIT-RECORD

           IF NOT WS-FRZ-ROW-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FREEZE-REGISTER
           IF WS-FRZ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID TO FRZ-DB-ID
           READ FreezeFile KEY IS FRZ-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FRZ-STATE-RESUMED TO TRUE
                   MOVE WS-BUSDATE       TO FRZ-RESUMED-DATE
                   MOVE WS-FRZ-DAYS      TO FRZ-DAYS-FROZEN
                   MOVE WS-HANDLED-BY-ID TO FRZ-RESUMED-BY
                   REWRITE FREEZE-RECORD
           END-READ
           IF WS-FRZ-STATUS NOT = "00"
               DISPLAY "WARNING: frzreg.txt update failed - status "
                       WS-FRZ-STATUS " - freeze still shows open."
           END-IF
           CLOSE FreezeFile.

      * The register is created on first use, the BALUPD habit.
       OPEN-FREEZE-REGISTER.
           OPEN I-O FreezeFile
           IF WS-FRZ-STATUS = "35"
               OPEN OUTPUT FreezeFile
               CLOSE FreezeFile
               OPEN I-O FreezeFile
           END-IF
           IF WS-FRZ-STATUS NOT = "00"
               DISPLAY "WARNING: frzreg.txt could not be opened - "
                       "status " WS-FRZ-STATUS
           END-IF.

      * Move a registration to another country mid-term, with the
      * money consequence Update never had: the remaining term is
      * re-rated from the old country's scheduled rate to the
      * destination's by the PRORATE twelfths rule, a shortfall is
      * charged through the renewal ledger (tax and invoice like
      * any charge) and an overpayment raises a refund.txt credit
      * for S041. The row's DB-COUNTRY and DB-CURRENCY switch to
      * the destination's, the change is journaled as mode "T",
      * and the move lands on the xfrhist.txt trail for S106.
       TRANSFER-REGISTRATION.
           DISPLAY "ID to transfer:" LINE 7 COL 1
           ACCEPT WS-ID LINE 7 COL 35

           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "database.txt does not exist yet - "
                       "nothing to transfer."
               PERFORM LOG-RUN-END-AND-STOP
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           MOVE "N" TO WS-FOUND-FLAG
           MOVE WS-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ID-FOUND-ON-FILE TO TRUE
           END-READ

           IF NOT WS-ID-FOUND-ON-FILE
               DISPLAY "ID " WS-ID " was not found in database.txt."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           END-IF

           IF DB-STATUS-VOID
               DISPLAY "ID " WS-ID " is voided - transfer refused."
               CLOSE DatabaseFile
               PERFORM LOG-RUN-END-AND-STOP
           MOVE ZERO               TO REF-PAID-BY
           MOVE ZERO               TO REF-RECEIPT-NO
           MOVE WS-SESSION-BRANCH  TO REF-BRANCH
           MOVE SPACES             TO REF-METHOD
           MOVE SPACES             TO REF-BANK-SORT
           MOVE SPACES             TO REF-BANK-ACCOUNT
           MOVE ZERO               TO REF-BATCH-NO
           MOVE ZERO               TO REF-BATCH-ITEM
           WRITE REFUND-RECORD
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "WRITE to refund.txt failed - status "
                       SET WS-CLASS-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
      *        Household is set by linking in S126, never keyed.
               IF WS-CLASS = "H"
                   MOVE "N" TO WS-CLASS-VALID
               END-IF
               IF NOT WS-CLASS-IS-VALID
                   DISPLAY "Class must be S, R or C." LINE 13 COL 1
               ELSE
                   PERFORM CHECK-ADD-ELIGIBILITY
               END-IF
           END-PERFORM.

      * The screen Add asks as soon as the class is known, before
      * any fee is keyed. Nothing on file yet means nothing in use.
       SCREEN-CHECK-ADD-QUOTA.
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ADD-QUOTA
           CLOSE DatabaseFile
           IF NOT WS-QTA-FULL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Class " WS-CLASS " quota for " WS-COUNTRY
                   " is full (" WS-QTA-USED " of " WS-WL-QUOTA-MAX
                   ", " WS-WL-WAITING " waiting)." LINE 13 COL 1
           DISPLAY "Put on the waiting list (Y/N)?" LINE 14 COL 1
           ACCEPT WS-WL-ANSWER LINE 14 COL 35
           IF WS-WL-ANSWER NOT = "Y" AND WS-WL-ANSWER NOT = "y"
               DISPLAY "Add refused - quota full."
               MOVE "Add refused - country and class quota full."
                       TO MSG-TEXT
               PERFORM LOG-RUN-EVENT
               PERFORM LOG-RUN-END-AND-STOP
           END-IF
           DISPLAY "Name for the waiting list:" LINE 15 COL 1
           ACCEPT WS-WL-NAME LINE 15 COL 35
           MOVE "JOIN" TO WS-WL-ACTION
           PERFORM CALL-WAITLST
           IF WS-WL-RESULT = "J"
               DISPLAY "ID " WS-ID " is on the waiting list - "
                       "number " WS-WL-WAITING " in line."
               MOVE "Add refused - quota full, put on waiting list."
                       TO MSG-TEXT
           ELSE
               DISPLAY "ID " WS-ID " is already on the waiting "
                       "list."
               MOVE "Add refused - quota full, already waiting."
                       TO MSG-TEXT
           END-IF
           PERFORM LOG-RUN-EVENT
           PERFORM LOG-RUN-END-AND-STOP.

      * Is the country and class at quota for WS-ID? A place is
      * held by every active or frozen row, every offer out and
      * everyone already waiting - a walk-up does not jump the
      * line. Someone holding an offer is always let through.
      * DatabaseFile must be open.
       CHECK-ADD-QUOTA.
           MOVE "N" TO WS-QTA-FULL-SWITCH
           MOVE ZERO TO WS-QTA-USED
           MOVE "CHECK" TO WS-WL-ACTION
           PERFORM CALL-WAITLST
           IF WS-WL-QUOTA-MAX = ZERO OR WS-WL-RESULT = "O"
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-QUOTA-PLACES
           IF WS-QTA-USED + WS-WL-OFFERED + WS-WL-WAITING
                   >= WS-WL-QUOTA-MAX
               SET WS-QTA-FULL TO TRUE
           END-IF.

      * Active and frozen rows of the class in the country, read
      * along the country alternate key.
       COUNT-QUOTA-PLACES.
           MOVE "N" TO WS-QTA-SCAN-SWITCH
           MOVE WS-COUNTRY TO DB-COUNTRY
           START DatabaseFile KEY IS = DB-COUNTRY
               INVALID KEY
                   SET WS-QTA-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-QTA-SCAN-DONE
               READ DatabaseFile NEXT RECORD
                   AT END
                       SET WS-QTA-SCAN-DONE TO TRUE
               END-READ
               IF NOT WS-QTA-SCAN-DONE
                   IF DB-COUNTRY NOT = WS-COUNTRY
                       SET WS-QTA-SCAN-DONE TO TRUE
                   ELSE
                       IF DB-LAYOUT-CURRENT
                               AND (DB-STATUS-ACTIVE
                                   OR DB-STATUS-FROZEN)
                               AND (DB-CLASS = WS-CLASS
                                   OR (WS-CLASS = "R"
                                       AND DB-CLASS = SPACE))
                           ADD 1 TO WS-QTA-USED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The row just written takes the place its ID was offered or
      * waiting for, if any.
       TAKE-WAITING-LIST-PLACE.
           IF WS-WL-RESULT = "O" OR WS-WL-RESULT = "W"
               MOVE "TAKE" TO WS-WL-ACTION
               PERFORM CALL-WAITLST
           END-IF.

       CALL-WAITLST.
           CALL "WAITLST" USING WS-WL-ACTION WS-COUNTRY WS-CLASS
                   WS-ID WS-WL-APP-NO WS-WL-NAME WS-HANDLED-BY-ID
                   WS-WL-QUOTA-MAX WS-WL-OFFERED WS-WL-WAITING
                   WS-WL-RESULT.

      * The class's age band, if it has one, on the business date. A
      * class with a band needs the birth date - it is asked for
      * again once before the class is refused.
       CHECK-ADD-ELIGIBILITY.
           MOVE WS-BUSDATE TO WS-ELG-ASOF-DATE
           MOVE WS-CLASS TO WS-ELG-CLASS
           CALL "CLSELIG" USING WS-ELG-CLASS WS-BIRTH-DATE
                   WS-ELG-ASOF-DATE WS-ELG-RESULT WS-ELG-AGE
                   WS-ELG-AGE-OUT
           IF WS-ELG-RESULT = "B"
               DISPLAY "Class " WS-CLASS " has an age band - the "
                       "date of birth is needed." LINE 13 COL 1
               PERFORM ENTER-BIRTH-DATE
               CALL "CLSELIG" USING WS-ELG-CLASS WS-BIRTH-DATE
                       WS-ELG-ASOF-DATE WS-ELG-RESULT WS-ELG-AGE
                       WS-ELG-AGE-OUT
           END-IF
           EVALUATE WS-ELG-RESULT
               WHEN "Y"
                   MOVE "N" TO WS-CLASS-VALID
                   DISPLAY "Age " WS-ELG-AGE " is under class "
                           WS-CLASS "'s age band - choose another."
                           LINE 13 COL 1
               WHEN "O"
                   MOVE "N" TO WS-CLASS-VALID
                   DISPLAY "Age " WS-ELG-AGE " is over class "
                           WS-CLASS "'s age band - choose another."
                           LINE 13 COL 1
               WHEN "B"
                   MOVE "N" TO WS-CLASS-VALID
                   DISPLAY "No date of birth - class " WS-CLASS
                           " cannot be given."
                           LINE 13 COL 1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Date of birth for memdet.txt and the class age bands - blank
      * when not known; a date must be a real calendar day before
      * the business date.
       ENTER-BIRTH-DATE.
           MOVE "N" TO WS-BIRTH-VALID
           DISPLAY "Date of birth (YYYYMMDD, blank=unknown):"
                   LINE 8 COL 1
           PERFORM WITH TEST AFTER UNTIL WS-BIRTH-IS-VALID
               MOVE SPACES TO WS-BIRTH-ANSWER
               ACCEPT WS-BIRTH-ANSWER LINE 8 COL 42
               MOVE ZERO TO WS-BIRTH-DATE
               IF WS-BIRTH-ANSWER = SPACES
                   SET WS-BIRTH-IS-VALID TO TRUE
               ELSE
                   IF WS-BIRTH-ANSWER IS NUMERIC
                       MOVE WS-BIRTH-ANSWER TO WS-BIRTH-BREAKDOWN
                       PERFORM CHECK-BIRTH-DATE
                   END-IF
               END-IF
               IF NOT WS-BIRTH-IS-VALID
                   DISPLAY "Not a valid date of birth - re-enter or "
                           "leave blank." LINE 13 COL 1
               END-IF
           END-PERFORM.

       CHECK-BIRTH-DATE.
           IF WS-BIRTH-YEAR < 1900
                   OR WS-BIRTH-MONTH < 1 OR WS-BIRTH-MONTH > 12
                   OR WS-BIRTH-DAY < 1
               EXIT PARAGRAPH
           END-IF
           MOVE MONTH-DAYS-ENTRY(WS-BIRTH-MONTH) TO WS-DATE-MAX-DAY
           IF WS-BIRTH-MONTH = 2
               DIVIDE WS-BIRTH-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DATE-MAX-DAY
               END-IF
           END-IF
           IF WS-BIRTH-DAY > WS-DATE-MAX-DAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIRTH-BREAKDOWN TO WS-BIRTH-DATE
           IF WS-BIRTH-DATE < WS-BUSDATE
               SET WS-BIRTH-IS-VALID TO TRUE
           ELSE
               MOVE ZERO TO WS-BIRTH-DATE
           END-IF.

      * Renew and Reinstate: the row's class (WS-CLASS, from
      * DERIVE-ROW-CLASS) against its age band on WS-ELG-ASOF-DATE.
      * Over the band with an age-out class, WS-CLASS becomes that
      * class for the pricing and WS-ELG-RERATED says DB-CLASS is to
      * follow once the before-image is taken; over it with nowhere
      * to go, or under it, the renewal is refused. No birth date on
      * file means no check.
       CHECK-RENEWAL-ELIGIBILITY.
           MOVE "N" TO WS-ELG-RERATE-SWITCH
           MOVE "N" TO WS-ELG-REFUSE-SWITCH
           PERFORM READ-MEMBER-BIRTH-DATE
           MOVE WS-CLASS TO WS-ELG-CLASS
           MOVE WS-CLASS TO WS-ELG-OLD-CLASS
           CALL "CLSELIG" USING WS-ELG-CLASS WS-BIRTH-DATE
                   WS-ELG-ASOF-DATE WS-ELG-RESULT WS-ELG-AGE
                   WS-ELG-AGE-OUT
           EVALUATE WS-ELG-RESULT
               WHEN "O"
                   IF WS-ELG-AGE-OUT NOT = SPACE
                       MOVE WS-ELG-AGE-OUT TO WS-CLASS
                       SET WS-ELG-RERATED TO TRUE
                   ELSE
                       SET WS-ELG-REFUSED TO TRUE
                   END-IF
               WHEN "Y"
                   SET WS-ELG-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-MEMBER-BIRTH-DATE.
           MOVE ZERO TO WS-BIRTH-DATE
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE DB-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               NOT INVALID KEY
                   IF MEM-BIRTH-DATE IS NUMERIC
                       MOVE MEM-BIRTH-DATE TO WS-BIRTH-DATE
                   END-IF
           END-READ
           CLOSE MemberDetailsFile.

      * A sponsored registration names its sponsor.txt code - the
      * code must be on the active sponsor master; blank means the
      * member pays for themselves.
                   SET WS-SPN-END-OF-FILE TO TRUE
           END-READ.

      * Where the member heard of us. Blank is no campaign; a code
      * not on campaign.txt is refused and asked again, so the
      * conversion figures are not split over mistyped codes.
       ENTER-CAMPAIGN-CODE.
           MOVE "N" TO WS-CAMPAIGN-OK-SWITCH
           PERFORM UNTIL WS-CAMPAIGN-OK
               MOVE SPACES TO WS-CAMPAIGN-CODE
               DISPLAY "Campaign code (blank = none): "
               ACCEPT WS-CAMPAIGN-CODE
               IF WS-CAMPAIGN-CODE = SPACES
                   SET WS-CAMPAIGN-OK TO TRUE
               ELSE
                   PERFORM CHECK-CAMPAIGN-CODE
                   IF NOT WS-CAMPAIGN-OK
                       DISPLAY "Campaign " WS-CAMPAIGN-CODE
                               " is not on the campaign table."
                   END-IF
               END-IF
           END-PERFORM.

      * The referring member must be an active registration other
      * than the one being added. Blank means nobody referred them.
       ENTER-REFERRER-ID.
           MOVE "N" TO WS-REFERRER-OK-SWITCH
           PERFORM UNTIL WS-REFERRER-OK
               MOVE SPACES TO WS-REFERRER-ID
               DISPLAY "Referred by member ID (blank = none): "
               ACCEPT WS-REFERRER-ID
               IF WS-REFERRER-ID = SPACES
                   SET WS-REFERRER-OK TO TRUE
               ELSE
                   PERFORM CHECK-REFERRER-ID
               END-IF
           END-PERFORM.

      * A gift voucher somebody bought for the new member pays the
      * first invoice. It must be on file, unredeemed, not past its
      * expiry date and bought for this class and country. Blank
      * means none.
       ENTER-GIFT-VOUCHER.
           MOVE "N" TO WS-GIFT-OK-SWITCH
           PERFORM UNTIL WS-GIFT-OK
               MOVE ZERO TO WS-GIFT-VOUCHER-NO
               DISPLAY "Gift voucher number (blank = none): "
               ACCEPT WS-GIFT-VOUCHER-NO
               IF WS-GIFT-VOUCHER-NO = ZERO
                   SET WS-GIFT-OK TO TRUE
               ELSE
                   PERFORM CHECK-GIFT-VOUCHER
               END-IF
           END-PERFORM.

       CHECK-GIFT-VOUCHER.
           MOVE "CHECK" TO WS-GV-ACTION
           MOVE ZERO TO WS-GV-DUE
           CALL "GIFTVCH" USING WS-GV-ACTION WS-GIFT-VOUCHER-NO
                   WS-COUNTRY WS-CLASS WS-ID WS-LAST-INVOICE-NO
                   WS-GV-DUE WS-GV-AMOUNT WS-GV-RESULT
           EVALUATE WS-GV-RESULT
               WHEN "Y"
                   SET WS-GIFT-OK TO TRUE
                   DISPLAY "Gift voucher " WS-GIFT-VOUCHER-NO
                           " worth " WS-GV-AMOUNT " accepted."
               WHEN "D"
                   DISPLAY "Voucher number check digit mismatch - "
                           "please re-enter."
               WHEN "N"
                   DISPLAY "Voucher " WS-GIFT-VOUCHER-NO
                           " is not on file."
               WHEN "R"
                   DISPLAY "Voucher " WS-GIFT-VOUCHER-NO
                           " has already been redeemed."
               WHEN "E"
                   DISPLAY "Voucher " WS-GIFT-VOUCHER-NO
                           " has expired."
               WHEN "C"
                   DISPLAY "Voucher " WS-GIFT-VOUCHER-NO
                           " was bought for another class or country."
               WHEN OTHER
                   DISPLAY "giftvch.txt could not be read - voucher "
                           "not checked."
           END-EVALUATE.

      * A queued add is registered later by S034, which does not
      * take vouchers - the voucher keyed here stays unredeemed.
       WARN-GIFT-VOUCHER-NOT-TAKEN.
           IF WS-GIFT-VOUCHER-NO > ZERO
               DISPLAY "Gift voucher " WS-GIFT-VOUCHER-NO
                       " NOT redeemed - it stays good for the member "
                       "to use."
           END-IF.

       CHECK-REFERRER-ID.
           MOVE "N" TO WS-REFERRER-OK-SWITCH
           IF WS-REFERRER-ID = WS-ID
               DISPLAY "A member cannot refer itself."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - referrer not checked."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REFERRER-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-REFERRER-ID
                           " is not registered."
               NOT INVALID KEY
                   IF DB-STATUS-ACTIVE
                       SET WS-REFERRER-OK TO TRUE
                   ELSE
                       DISPLAY "ID " WS-REFERRER-ID
                               " is not an active registration "
                               "(status " DB-STATUS ")."
                   END-IF
           END-READ
           CLOSE DatabaseFile.

       CHECK-CAMPAIGN-CODE.
           MOVE "N" TO WS-CAMPAIGN-OK-SWITCH
           MOVE "N" TO WS-CMP-EOF-SWITCH
           OPEN INPUT CampaignFile
           IF WS-CMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CAMPAIGN
           PERFORM UNTIL WS-CMP-END-OF-FILE OR WS-CAMPAIGN-OK
               IF CMP-CODE = WS-CAMPAIGN-CODE
                   SET WS-CAMPAIGN-OK TO TRUE
               ELSE
                   PERFORM READ-NEXT-CAMPAIGN
               END-IF
           END-PERFORM
           CLOSE CampaignFile.

       READ-NEXT-CAMPAIGN.
           READ CampaignFile
               AT END
                   SET WS-CMP-END-OF-FILE TO TRUE
           END-READ.

      * Paper forms arrive days late - a registration can be
      * effective an earlier day than it is keyed. Blank takes the
      * business date; a keyed date rides the same calendar clamp
