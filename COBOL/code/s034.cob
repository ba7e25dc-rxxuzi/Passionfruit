      *                    also zeroes the row's tax and blanks the
      *                    branch - the queue predates both fields
      *                    and carries neither.
      *   2024-07-11  rxz  A raised refund now starts with no payment
      *                    method, bank details or bank batch - S041
      *                    decides desk or transfer.
      *   2024-07-21  rxz  Late-fee waivers (PEND-TYPE "L", queued
      *                    from S120 with a reason) review like any
      *                    other item; applying one marks the fee's
      *                    lateled.txt row waived - who, when, why -
      *                    and sets its invoice to state W, so the
      *                    fee drops out of the aging and statements
      *                    and S042 posts the reversal.
      *   2024-07-24  rxz  An approved add starts with
      *                    DB-AGENCY-STATE clear - only S121's
      *                    placement run sets it.
      *   2024-08-02  rxz  An applied add posts its fee to the
      *                    member's balance master (balmast.txt)
      *                    through BALUPD, and an applied late-fee
      *                    waiver takes the fee back off it.
      *   2024-08-08  rxz  An applied void of a household primary (S126)
      *                    voids its linked dependents with it, each
      *                    journaled, refunded and counted like S015's
      *                    own voids; a queued void of a dependent
      *                    cannot be applied on its own.
      *   2024-08-14  rxz  An applied add closes the waiting-list place
      *                    (waitlist.txt, through WAITLST) its ID was
      *                    offered or waiting for - S015 checked the
      *                    quota before the add was queued.
      *   2024-09-04  rxz  An applied add carries the acquisition
      *                    campaign it was queued with (PEND-CAMPAIGN)
      *                    to DB-CAMPAIGN, and starts with
      *                    DB-DISPUTE-STATE clear.
      *   2024-09-07  rxz  An applied add that was queued with a
      *                    referrer (PEND-REFERRER-ID) records the
      *                    referral on referral.txt (RFLREC) as pending,
      *                    for S141's credit run.
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S034.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSMW-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

           SELECT LateFeeWorkFile ASSIGN TO "./../latwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LATW-STATUS.

           SELECT InvoiceWorkFile ASSIGN TO "./../invwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVW-STATUS.

           SELECT HouseholdFile ASSIGN TO "./../hshld.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSH-DB-ID
           ALTERNATE RECORD KEY IS HSH-PRIMARY-ID WITH DUPLICATES
           FILE STATUS IS WS-HSH-STATUS.

           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PendingFile.
       FD  InvoiceCtlFile.
       01  InvoiceCtlRec              PIC 9(07).

       FD  InvoiceWorkFile.
           COPY INVREC REPLACING
               ==INVOICE-RECORD== BY ==INVOICE-WORK-RECORD==
               LEADING ==INV== BY ==INW==.

       FD  LateFeeFile.
           COPY LATREC.

       FD  LateFeeWorkFile.
           COPY LATREC REPLACING
               ==LATE-FEE-RECORD== BY ==LATE-FEE-WORK-RECORD==
               LEADING ==LAT== BY ==LTW==.

       FD  DailySumFile.
           COPY DSUMREC.

       FD  MonthSumFile.
           COPY MONSUM.

       FD  HouseholdFile.
           COPY HSHREC.

       FD  ReferralFile.
           COPY RFLREC.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS               PIC XX.
       01  WS-RFL-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-MSG-FILE-STATUS           PIC XX.
       01  WS-RUN-ID-ENV          PIC X(07).
       01  WS-CHN-ACTION          PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN  PIC 9(10).
           05  WS-CHN-DIGEST      PIC 9(10).
           05  WS-CHN-CHAIN       PIC 9(10).
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
       01  WS-AUD-BEFORE                PIC X(112).
       01  WS-AUD-AFTER                 PIC X(112).
       01  WS-AUD-MODE                  PIC X(01).
       01  WS-HSH-STATUS                PIC XX.
       01  WS-HSH-EOF-SWITCH            PIC X(01).
           88  WS-HSH-END-OF-FILE       VALUE "Y".
       01  WS-HSH-PRIMARY-ID            PIC X(20).
       01  WS-HSH-VOIDED                PIC 9(03).
       01  WS-DECISION-TEXT             PIC X(30).
       01  WS-PAY-STATUS                PIC XX.
       01  WS-PAY-EOF-SWITCH            PIC X(01).
       01  WS-DSMW-STATUS               PIC XX.
       01  WS-DSM-EOF-SWITCH            PIC X(01).
           88  WS-DSM-END-OF-FILE       VALUE "Y".
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-WL-ACTION                 PIC X(08).
       01  WS-WL-COUNTRY                PIC X(20).
       01  WS-WL-CLASS                  PIC X(01).
       01  WS-WL-DB-ID                  PIC X(20).
       01  WS-WL-APP-NO                 PIC 9(07) VALUE ZERO.
       01  WS-WL-NAME                   PIC X(30) VALUE SPACES.
       01  WS-WL-OPERATOR               PIC 9(05).
       01  WS-WL-QUOTA-MAX              PIC 9(05).
       01  WS-WL-OFFERED                PIC 9(05).
       01  WS-WL-WAITING                PIC 9(05).
       01  WS-WL-RESULT                 PIC X(01).
       01  WS-SUM-KIND                  PIC X(01).
       01  WS-SUM-DATE                  PIC 9(08).
       01  WS-SUM-COUNTRY               PIC X(20).
       01  WS-APPLY-TIME                PIC 9(06).
       01  WS-TRAILER-ID                PIC X(20).
       01  WS-SESSION-BRANCH            PIC X(03) VALUE SPACES.
       01  WS-LAT-STATUS                PIC XX.
       01  WS-LATW-STATUS               PIC XX.
       01  WS-LAT-EOF-SWITCH            PIC X(01).
           88  WS-LAT-END-OF-FILE       VALUE "Y".
       01  WS-LAT-HIT-SWITCH            PIC X(01).
           88  WS-LAT-ROW-HIT           VALUE "Y".
       01  WS-LAT-FILE-NAME             PIC X(20)
               VALUE "./../lateled.txt".
       01  WS-LATW-FILE-NAME            PIC X(20)
               VALUE "./../latwork.txt".
       01  WS-INVW-STATUS               PIC XX.
       01  WS-INV-EOF-SWITCH            PIC X(01).
           88  WS-INV-END-OF-FILE       VALUE "Y".
       01  WS-INV-HIT-SWITCH            PIC X(01).
           88  WS-INV-ROW-HIT           VALUE "Y".
       01  WS-INV-WAS-PAID-SWITCH       PIC X(01).
           88  WS-INV-WAS-PAID          VALUE "Y".
       01  WS-INV-FILE-NAME             PIC X(20)
               VALUE "./../invmast.txt".
       01  WS-INVW-FILE-NAME            PIC X(20)
               VALUE "./../invwork.txt".

       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 200 TIMES
               10  WS-ITM-EMPLOYEE-ID   PIC 9(05).
               10  WS-ITM-DECIDED-BY    PIC 9(05).
               10  WS-ITM-DECIDED-DATE  PIC 9(08).
               10  WS-ITM-REF-NO        PIC 9(07).
               10  WS-ITM-REASON        PIC X(30).
               10  WS-ITM-CAMPAIGN      PIC X(06).
               10  WS-ITM-REFERRER-ID   PIC X(20).
       01  WS-ITEM-CCY                  PIC X(03).

       COPY COUNTRY.
               MOVE PEND-DECIDED-BY   TO WS-ITM-DECIDED-BY(WS-TBL-IDX)
               MOVE PEND-DECIDED-DATE
                       TO WS-ITM-DECIDED-DATE(WS-TBL-IDX)
               IF PEND-REF-NO IS NUMERIC
                   MOVE PEND-REF-NO   TO WS-ITM-REF-NO(WS-TBL-IDX)
               ELSE
                   MOVE ZERO          TO WS-ITM-REF-NO(WS-TBL-IDX)
               END-IF
               MOVE PEND-REASON       TO WS-ITM-REASON(WS-TBL-IDX)
               MOVE PEND-CAMPAIGN     TO WS-ITM-CAMPAIGN(WS-TBL-IDX)
               MOVE PEND-REFERRER-ID
                       TO WS-ITM-REFERRER-ID(WS-TBL-IDX)
               IF PEND-STATE-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
                   DISPLAY "Item " WS-ITEM-IDX ": FEE-WAIVED ADD of "
                           WS-ITM-ID(WS-TBL-IDX)
                   DISPLAY "  Country : " WS-ITM-COUNTRY(WS-TBL-IDX)
               WHEN "L"
                   DISPLAY "Item " WS-ITEM-IDX ": LATE-FEE WAIVER for "
                           WS-ITM-ID(WS-TBL-IDX)
                   DISPLAY "  Invoice : " WS-ITM-REF-NO(WS-TBL-IDX)
                   DISPLAY "  Fee     : " WS-ITM-FEE(WS-TBL-IDX)
                   DISPLAY "  Reason  : " WS-ITM-REASON(WS-TBL-IDX)
               WHEN OTHER
                   DISPLAY "Item " WS-ITEM-IDX ": HIGH-FEE ADD of "
                           WS-ITM-ID(WS-TBL-IDX)

       APPLY-ITEM.
           MOVE "N" TO WS-APPLY-OK-SWITCH
           EVALUATE WS-ITM-TYPE(WS-TBL-IDX)
               WHEN "V"
                   PERFORM APPLY-QUEUED-VOID
               WHEN "L"
                   PERFORM APPLY-LATE-FEE-WAIVER
               WHEN OTHER
                   PERFORM APPLY-QUEUED-ADD
           END-EVALUATE
           IF WS-APPLY-WENT-OK
               MOVE "A" TO WS-ITM-STATE(WS-TBL-IDX)
               MOVE WS-SIGNON-ID TO WS-ITM-DECIDED-BY(WS-TBL-IDX)
                       "instead."
               EXIT PARAGRAPH
           END-IF
           IF DB-HSH-DEPENDENT
               DISPLAY "ID is a household dependent - it voids with "
                       "its primary, or S126 splits it off first; "
                       "reject the item instead."
               EXIT PARAGRAPH
           END-IF

      *    Same closed-period discipline as S015's own voids: the
      *    session is supervisor by definition here, so the change
           MOVE ZERO           TO WS-SUM-FEE
           MOVE ZERO           TO WS-SUM-TAX
           PERFORM BUMP-DAILY-SUMMARY
           IF DB-HSH-PRIMARY
               PERFORM VOID-HOUSEHOLD-DEPENDENTS
           END-IF
           SET WS-APPLY-WENT-OK TO TRUE.

      * A household voids together. The journal, refund and payment
      * scan all key off the item's ID, so each linked dependent
      * stands in for it while its own void is applied, and the
      * item's ID is put back after.
       VOID-HOUSEHOLD-DEPENDENTS.
           MOVE WS-ITM-ID(WS-TBL-IDX) TO WS-HSH-PRIMARY-ID
           MOVE ZERO TO WS-HSH-VOIDED
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "WARNING: hshld.txt could not be opened - "
                       "status " WS-HSH-STATUS " - household "
                       "dependents NOT voided."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HSH-EOF-SWITCH
           MOVE WS-HSH-PRIMARY-ID TO HSH-PRIMARY-ID
           START HouseholdFile KEY IS = HSH-PRIMARY-ID
               INVALID KEY
                   SET WS-HSH-END-OF-FILE TO TRUE
           END-START
           PERFORM READ-NEXT-HOUSEHOLD-ROW
           PERFORM UNTIL WS-HSH-END-OF-FILE
               IF HSH-ROLE-DEPENDENT AND HSH-STATE-LINKED
                   PERFORM VOID-ONE-DEPENDENT
               END-IF
               PERFORM READ-NEXT-HOUSEHOLD-ROW
           END-PERFORM
           CLOSE HouseholdFile
           MOVE WS-HSH-PRIMARY-ID TO WS-ITM-ID(WS-TBL-IDX)
           IF WS-HSH-VOIDED > ZERO
               DISPLAY WS-HSH-VOIDED " household dependent(s) "
                       "voided with the primary."
           END-IF.

       READ-NEXT-HOUSEHOLD-ROW.
           IF NOT WS-HSH-END-OF-FILE
               READ HouseholdFile NEXT RECORD
                   AT END
                       SET WS-HSH-END-OF-FILE TO TRUE
               END-READ
           END-IF
           IF HSH-PRIMARY-ID NOT = WS-HSH-PRIMARY-ID
               SET WS-HSH-END-OF-FILE TO TRUE
           END-IF.

       VOID-ONE-DEPENDENT.
           MOVE HSH-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DB-STATUS-VOID
               EXIT PARAGRAPH
           END-IF
           MOVE HSH-DB-ID TO WS-ITM-ID(WS-TBL-IDX)
           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           SET DB-STATUS-VOID TO TRUE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Void of dependent " HSH-DB-ID " failed - "
                       "status " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           MOVE "V" TO WS-AUD-MODE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM RAISE-REFUND-IF-PAID
           MOVE "V"            TO WS-SUM-KIND
           MOVE WS-TODAY-DATE  TO WS-SUM-DATE
           MOVE DB-COUNTRY     TO WS-SUM-COUNTRY
           MOVE ZERO           TO WS-SUM-FEE
           MOVE ZERO           TO WS-SUM-TAX
           PERFORM BUMP-DAILY-SUMMARY
           ADD 1 TO WS-HSH-VOIDED.

      * Same rule as S015's own voids: money against the voided
      * registration (ledger total, or DB-FEE for pre-ledger rows)
      * raises a refund-due record for S041 to pay out.
      *    Stamped explicitly, like S015's raised refunds - the
      *    field must never ride the record area's prior content.
           MOVE WS-SESSION-BRANCH     TO REF-BRANCH
           MOVE SPACES                TO REF-METHOD
           MOVE SPACES                TO REF-BANK-SORT
           MOVE SPACES                TO REF-BANK-ACCOUNT
           MOVE ZERO                  TO REF-BATCH-NO
           MOVE ZERO                  TO REF-BATCH-ITEM
           WRITE REFUND-RECORD
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "WRITE to refund.txt failed - status "
           MOVE "R"                       TO DB-CLASS
           MOVE SPACES                    TO DB-SPONSOR-ID
           MOVE ZERO                      TO DB-EFF-DATE
           MOVE SPACES                    TO DB-AGENCY-STATE
           MOVE SPACES                    TO DB-HOUSEHOLD-ROLE
           MOVE SPACES                    TO DB-DISPUTE-STATE
           MOVE WS-ITM-CAMPAIGN(WS-TBL-IDX) TO DB-CAMPAIGN
           WRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Write failed - status " WS-FILE-STATUS
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           MOVE "A" TO WS-AUD-MODE
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CHARGE"   TO WS-BAL-KIND
           MOVE DB-ID      TO WS-BAL-DB-ID
           MOVE DB-FEE     TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT
           PERFORM BUMP-DAY-TRAILER
      *    The applied add charges like any other: a numbered
      *    invoice for the fee (these adds collect no tax) and a
      *    S081's open-invoice register and S019's summary path
      *    all see the member - the same as an S015 add.
           PERFORM RAISE-INVOICE
           PERFORM WRITE-REFERRAL-ROW
           MOVE "A"            TO WS-SUM-KIND
           MOVE WS-TODAY-DATE  TO WS-SUM-DATE
           MOVE DB-COUNTRY     TO WS-SUM-COUNTRY
           MOVE DB-FEE         TO WS-SUM-FEE
           MOVE ZERO           TO WS-SUM-TAX
           PERFORM BUMP-DAILY-SUMMARY
           MOVE "TAKE"         TO WS-WL-ACTION
           MOVE DB-COUNTRY     TO WS-WL-COUNTRY
           MOVE DB-CLASS       TO WS-WL-CLASS
           MOVE DB-ID          TO WS-WL-DB-ID
           MOVE DB-HANDLED-BY  TO WS-WL-OPERATOR
           CALL "WAITLST" USING WS-WL-ACTION WS-WL-COUNTRY
                   WS-WL-CLASS WS-WL-DB-ID WS-WL-APP-NO WS-WL-NAME
                   WS-WL-OPERATOR WS-WL-QUOTA-MAX WS-WL-OFFERED
                   WS-WL-WAITING WS-WL-RESULT
           SET WS-APPLY-WENT-OK TO TRUE.

      * Roll the approved add into today's control-total trailer
                   END-IF
           END-READ.

      * A queued late-fee waiver: the fee's lateled.txt row turns to
      * W with the deciding supervisor, the date and the reason the
      * desk gave, and its invoice stops being open. Both files go
      * through the work-file swap. A fee already waived, or one
      * that cannot be found, is refused - reject the item instead.
       APPLY-LATE-FEE-WAIVER.
           MOVE "N" TO WS-LAT-HIT-SWITCH
           MOVE "N" TO WS-LAT-EOF-SWITCH
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               DISPLAY "lateled.txt could not be opened - status "
                       WS-LAT-STATUS " - waiver NOT applied."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LateFeeWorkFile
           IF WS-LATW-STATUS NOT = "00"
               DISPLAY "latwork.txt could not be opened - status "
                       WS-LATW-STATUS " - waiver NOT applied."
               CLOSE LateFeeFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-LAT-END-OF-FILE
               IF LAT-INVOICE-NO = WS-ITM-REF-NO(WS-TBL-IDX)
                       AND LAT-DB-ID = WS-ITM-ID(WS-TBL-IDX)
                       AND LAT-STATE-CHARGED
                   SET LAT-STATE-WAIVED TO TRUE
                   MOVE WS-SIGNON-ID  TO LAT-WAIVED-BY
                   MOVE WS-TODAY-DATE TO LAT-WAIVED-DATE
                   MOVE WS-ITM-REASON(WS-TBL-IDX) TO LAT-WAIVE-REASON
                   COMPUTE WS-BAL-AMOUNT = ZERO - LAT-FEE
                   SET WS-LAT-ROW-HIT TO TRUE
               END-IF
               MOVE LATE-FEE-RECORD TO LATE-FEE-WORK-RECORD
               WRITE LATE-FEE-WORK-RECORD
               PERFORM READ-NEXT-LATE-FEE
           END-PERFORM
           CLOSE LateFeeFile
           CLOSE LateFeeWorkFile
           IF NOT WS-LAT-ROW-HIT
               CALL "CBL_DELETE_FILE" USING WS-LATW-FILE-NAME
                       RETURNING WS-DELETE-RESULT
               DISPLAY "No charged late fee with invoice "
                       WS-ITM-REF-NO(WS-TBL-IDX) " for this ID - "
                       "reject the item instead."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-LAT-FILE-NAME
                   RETURNING WS-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-LATW-FILE-NAME
                   WS-LAT-FILE-NAME RETURNING WS-RENAME-RESULT
           IF WS-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated late fees are at "
                       "latwork.txt; restore them by hand."
               EXIT PARAGRAPH
           END-IF
           MOVE "CHARGE"   TO WS-BAL-KIND
           MOVE WS-ITM-ID(WS-TBL-IDX) TO WS-BAL-DB-ID
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT
           PERFORM WAIVE-LATE-FEE-INVOICE
           SET WS-APPLY-WENT-OK TO TRUE.

       READ-NEXT-LATE-FEE.
           READ LateFeeFile
               AT END
                   SET WS-LAT-END-OF-FILE TO TRUE
           END-READ.

      * The late fee's own invoice leaves the open register. One a
      * payment already covered stays paid - the waiver then leaves
      * the member in credit, and the desk is told so.
       WAIVE-LATE-FEE-INVOICE.
           MOVE "N" TO WS-INV-HIT-SWITCH
           MOVE "N" TO WS-INV-WAS-PAID-SWITCH
           MOVE "N" TO WS-INV-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvoiceWorkFile
           IF WS-INVW-STATUS NOT = "00"
               DISPLAY "invwork.txt could not be opened - status "
                       WS-INVW-STATUS " - invoice "
                       WS-ITM-REF-NO(WS-TBL-IDX) " left open."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-NO = WS-ITM-REF-NO(WS-TBL-IDX)
                   IF INV-STATE-OPEN
                       SET INV-STATE-WAIVED TO TRUE
                       SET WS-INV-ROW-HIT TO TRUE
                   END-IF
                   IF INV-STATE-PAID
                       SET WS-INV-WAS-PAID TO TRUE
                   END-IF
               END-IF
               MOVE INVOICE-RECORD TO INVOICE-WORK-RECORD
               WRITE INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile
           CLOSE InvoiceWorkFile
           IF WS-INV-WAS-PAID
               DISPLAY "Invoice " WS-ITM-REF-NO(WS-TBL-IDX)
                       " was already paid - the waiver leaves the "
                       "member in credit."
           END-IF
           IF NOT WS-INV-ROW-HIT
               CALL "CBL_DELETE_FILE" USING WS-INVW-FILE-NAME
                       RETURNING WS-DELETE-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-INV-FILE-NAME
                   RETURNING WS-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-INVW-FILE-NAME
                   WS-INV-FILE-NAME RETURNING WS-RENAME-RESULT
           IF WS-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated invoices are at "
                       "invwork.txt; restore them by hand."
           END-IF.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-INV-END-OF-FILE TO TRUE
           END-READ.

      * Is the period the record in DATABASE-RECORD was registered
      * in closed on monthsum.txt? Same check S015 makes before any
      * change to an old row.
           END-IF
           CLOSE InvoiceFile.

      * A queued add that named a referrer gets its pending row on
      * the referral register, S015's WRITE-REFERRAL-ROW shape - the
      * first charge is the fee, these adds collecting no tax.
       WRITE-REFERRAL-ROW.
           IF WS-ITM-REFERRER-ID(WS-TBL-IDX) = SPACES
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
           MOVE SPACES                TO REFERRAL-RECORD
           MOVE DB-ID                 TO RFL-NEW-ID
           MOVE WS-ITM-REFERRER-ID(WS-TBL-IDX) TO RFL-REFERRER-ID
           SET RFL-STATE-PENDING      TO TRUE
           MOVE DB-CLASS              TO RFL-CLASS
           MOVE WS-TODAY-DATE         TO RFL-REG-DATE
           MOVE DB-HANDLED-BY         TO RFL-CAPTURED-BY
           MOVE DB-FEE                TO RFL-FIRST-DUE
           MOVE DB-CURRENCY           TO RFL-CURRENCY
           MOVE DB-BRANCH             TO RFL-BRANCH
           MOVE ZERO TO RFL-CREDIT
           MOVE ZERO TO RFL-EARNED-DATE
           MOVE ZERO TO RFL-APPLIED-DATE
           MOVE ZERO TO RFL-INVOICE-NO
           MOVE ZERO TO RFL-CLOSED-DATE
           WRITE REFERRAL-RECORD
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "WRITE to referral.txt failed - status "
                       WS-RFL-STATUS
           END-IF
           CLOSE ReferralFile.

      * Roll one add or void into the daily-totals summary, the
      * read-all/write-back shape S015's BUMP-DAILY-SUMMARY uses -
      * the caller fills the WS-SUM fields first.
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO AUD-RUN-ID
           END-IF
      *    The entry takes its sequence number and chain link last,
      *    once every other field is final.
           MOVE "STAMP" TO WS-CHN-ACTION
           CALL "AUDCHN" USING WS-CHN-ACTION AUDIT-RECORD WS-CHN-AREA
           WRITE AUDIT-RECORD
           CLOSE AuditFile.

                       TO PWK-DECIDED-BY
               MOVE WS-ITM-DECIDED-DATE(WS-TBL-IDX)
                       TO PWK-DECIDED-DATE
               MOVE WS-ITM-REF-NO(WS-TBL-IDX)   TO PWK-REF-NO
               MOVE WS-ITM-REASON(WS-TBL-IDX)   TO PWK-REASON
               MOVE WS-ITM-CAMPAIGN(WS-TBL-IDX) TO PWK-CAMPAIGN
               MOVE WS-ITM-REFERRER-ID(WS-TBL-IDX)
                       TO PWK-REFERRER-ID
               WRITE PENDING-WORK-RECORD
           END-PERFORM

