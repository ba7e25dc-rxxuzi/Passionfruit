      *                    open-invoice register, S019's summary
      *                    path and S044's trailer-vs-actual check
      *                    all stay true on approval days.
      *   2024-07-24  rxz  An approved application's registration
      *                    starts with DB-AGENCY-STATE clear - only
      *                    S121's placement run sets it.
      *   2024-08-02  rxz  An approval posts the new registration's
      *                    fee to its balance master row
      *                    (balmast.txt) through BALUPD.
      *   2024-08-08  rxz  An approved application's registration (and a
      *                    new trailer row) starts with DB-HOUSEHOLD-
      *                    ROLE clear - only S126 links households.
      *   2024-08-11  rxz  Capture takes the applicant's date of birth
      *                    (APP-BIRTH-DATE) and refuses an applicant
      *                    outside the Regular class's age band
      *                    (clselig.txt, through CLSELIG); approval
      *                    checks the band again on the day and carries
      *                    the birth date to MEM-BIRTH-DATE.
      *   2024-08-14  rxz  Approval checks the country's Regular quota
      *                    (quota.txt, through WAITLST) - active and
      *                    frozen rows, offers out and applications
      *                    already waiting. A full quota puts the
      *                    application on the waiting list
      *                    (waitlist.txt) as state W instead of
      *                    approving it; Review brings it back until it
      *                    is approved or declined, and either closes
      *                    its place on the list.
      *   2024-08-23  rxz  Capture also asks what the applicant agrees
      *                    to be contacted about - service, renewal,
      *                    marketing - and the preferred channel,
      *                    recorded through the shared CONSENT
      *                    subprogram under "APP " and the application
      *                    number; approval carries whatever was
      *                    recorded across to the new registration.
      *   2024-08-26  rxz  An approved member's address starts with no
      *                    gone-away flag (MEM-ADDRESS-STATUS, set by
      *                    S136 for returned mail).
      *   2024-09-04  rxz  Capture asks for the acquisition campaign the
      *                    applicant answered (APP-CAMPAIGN, blank =
      *                    none) and refuses a code not on campaign.txt
      *                    (CMPREC); Review shows it and approval
      *                    carries it to DB-CAMPAIGN. New registrations
      *                    and trailer rows start with DB-DISPUTE-STATE
      *                    clear.
      *   2024-09-07  rxz  Capture asks which member referred the
      *                    applicant (APP-REFERRER-ID, blank = none) and
      *                    refuses one that is not an active
      *                    registration; Review shows it and approval
      *                    records the referral as pending on
      *                    referral.txt (RFLREC) for S141's credit run.
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      *   2024-11-24  rxz  Capture asks for a gift voucher bought for
      *                    the applicant at S039 (APP-GIFT-VOUCHER,
      *                    blank = none) and refuses one GIFTVCH will
      *                    not take for a Regular membership in the
      *                    applicant's country; Review shows it and
      *                    approval redeems it against the approval's
      *                    invoice - allocated what it covered and
      *                    posted to the balance master as paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S080.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT CampaignFile ASSIGN TO "./../campaign.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS.

           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ApplicationFile.
               ==DAILY-SUMMARY-RECORD== BY ==DAILY-SUM-WORK-RECORD==
               LEADING ==DSM== BY ==DSW==.

       FD  CampaignFile.
           COPY CMPREC.

       FD  ReferralFile.
           COPY RFLREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).
       01  WS-APP-STATUS                PIC XX.
       01  WS-APPW-STATUS               PIC XX.
       01  WS-CTL-STATUS                PIC XX.
       01  WS-COUNTRY                   PIC X(20).
       01  WS-COUNTRY-VALID             PIC X(01).
           88  WS-COUNTRY-IS-VALID      VALUE "Y".
       01  WS-CMP-STATUS                PIC XX.
       01  WS-CMP-EOF-SWITCH            PIC X(01).
           88  WS-CMP-END-OF-FILE       VALUE "Y".
       01  WS-CAMPAIGN-CODE             PIC X(06).
       01  WS-CAMPAIGN-OK-SWITCH        PIC X(01).
           88  WS-CAMPAIGN-OK           VALUE "Y".
       01  WS-RFL-STATUS                PIC XX.
       01  WS-REFERRER-ID               PIC X(20).
       01  WS-REFERRER-OK-SWITCH        PIC X(01).
           88  WS-REFERRER-OK           VALUE "Y".
       01  WS-GIFT-VOUCHER-NO           PIC 9(08).
       01  WS-GIFT-TAKEN                PIC 9(07)V99.
       01  WS-GIFT-CLASS                PIC X(01) VALUE "R".
       01  WS-GV-ACTION                 PIC X(08).
       01  WS-GV-DUE                    PIC 9(07)V99.
       01  WS-GV-AMOUNT                 PIC 9(07)V99.
       01  WS-GV-RESULT                 PIC X(01).
       01  WS-COUNTRY-CCY               PIC X(03).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-APPROVE-OK-SWITCH         PIC X(01).
           88  WS-APPROVE-OK            VALUE "Y".
       01  WS-WAITLISTED-SWITCH         PIC X(01).
           88  WS-APP-WAITLISTED        VALUE "Y".
       01  WS-NEW-ID                    PIC X(20).
       01  WS-ID-BODY                   PIC 9(19).
       01  WS-LAST-DBID-SEQ             PIC 9(13).
               10  WS-APL-DEC-DATE      PIC 9(08).
               10  WS-APL-REASON        PIC X(30).
               10  WS-APL-ISSUED-ID     PIC X(20).
               10  WS-APL-BIRTH         PIC 9(08).
               10  WS-APL-CAMPAIGN      PIC X(06).
               10  WS-APL-REFERRER-ID   PIC X(20).
               10  WS-APL-GIFT-VOUCHER  PIC 9(08).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-BIRTH-ANSWER              PIC X(08).
       01  WS-CNS-ACTION                PIC X(08).
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01).
       01  WS-CNS-VALUE                 PIC X(01).
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S080".
       01  WS-CNS-OPERATOR              PIC 9(05).
       01  WS-CNS-RESULT                PIC X(01).
       01  WS-CNS-APP-ID                PIC X(20).
       01  WS-CNS-ANSWERS.
           05  WS-CNS-ANSWER OCCURS 4 TIMES PIC X(01).
       01  WS-CNS-PURPOSE-IDX           PIC 9(01).
       01  WS-CNS-PURPOSE-LIST          PIC X(04) VALUE "SRMC".
       01  WS-ELG-CLASS                 PIC X(01) VALUE "R".
       01  WS-ELG-BIRTH-DATE            PIC 9(08).
       01  WS-ELG-ASOF-DATE             PIC 9(08).
       01  WS-ELG-RESULT                PIC X(01).
       01  WS-ELG-AGE                   PIC 9(03).
       01  WS-ELG-AGE-OUT               PIC X(01).
      * Country quotas - WAITLST keeps the table and the waiting
      * list; approvals register as Regular.
       01  WS-WL-ACTION                 PIC X(08).
       01  WS-WL-CLASS                  PIC X(01) VALUE "R".
       01  WS-WL-DB-ID                  PIC X(20) VALUE SPACES.
       01  WS-WL-APP-NO                 PIC 9(07).
       01  WS-WL-NAME                   PIC X(30).
       01  WS-WL-QUOTA-MAX              PIC 9(05).
       01  WS-WL-OFFERED                PIC 9(05).
       01  WS-WL-WAITING                PIC 9(05).
       01  WS-WL-RESULT                 PIC X(01).
       01  WS-QTA-USED                  PIC 9(05).
       01  WS-QTA-SCAN-SWITCH           PIC X(01).
           88  WS-QTA-SCAN-DONE         VALUE "Y".
       01  WS-QTA-FULL-SWITCH           PIC X(01).
           88  WS-QTA-FULL              VALUE "Y".
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S080".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
           END-PERFORM
           STOP RUN.

      * The Regular class's age band on today's date (CLSELIG) - a
      * refusal is explained here and the caller stops.
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

      * A referrer must be on file and active.
       CHECK-REFERRER-ID.
           MOVE "N" TO WS-REFERRER-OK-SWITCH
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REFERRER-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DB-STATUS-ACTIVE
                       SET WS-REFERRER-OK TO TRUE
                   END-IF
           END-READ
           CLOSE DatabaseFile.

      * An approved applicant who was referred gets a pending row on
      * the referral register with the first charge, fee plus tax,
      * for S141's credit run.
       WRITE-REFERRAL-ROW.
           IF WS-APL-REFERRER-ID(WS-TBL-IDX) = SPACES
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
           MOVE WS-NEW-ID             TO RFL-NEW-ID
           MOVE WS-APL-REFERRER-ID(WS-TBL-IDX) TO RFL-REFERRER-ID
           SET RFL-STATE-PENDING      TO TRUE
           MOVE "R"                   TO RFL-CLASS
           MOVE WS-TODAY-DATE         TO RFL-REG-DATE
           MOVE WS-SIGNON-ID          TO RFL-CAPTURED-BY
           COMPUTE RFL-FIRST-DUE = WS-FEE-AMOUNT + WS-TAX-AMOUNT
           MOVE WS-COUNTRY-CCY        TO RFL-CURRENCY
           MOVE WS-SESSION-BRANCH     TO RFL-BRANCH
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

       READ-NEXT-CAMPAIGN.
           READ CampaignFile
               AT END
                   SET WS-CMP-END-OF-FILE TO TRUE
           END-READ.

       CHECK-APPLICANT-ELIGIBILITY.
           MOVE WS-TODAY-DATE TO WS-ELG-ASOF-DATE
           CALL "CLSELIG" USING WS-ELG-CLASS WS-ELG-BIRTH-DATE
                   WS-ELG-ASOF-DATE WS-ELG-RESULT WS-ELG-AGE
                   WS-ELG-AGE-OUT
           EVALUATE WS-ELG-RESULT
               WHEN "Y"
                   DISPLAY "Applicant (age " WS-ELG-AGE ") is under "
                           "the age band for membership."
               WHEN "O"
                   DISPLAY "Applicant (age " WS-ELG-AGE ") is over "
                           "the age band for membership."
               WHEN "B"
                   DISPLAY "Membership has an age band - the date of "
                           "birth is needed."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The country is validated here, at the door, so a declined
      * country never waits days in the queue to be found out.
       CAPTURE-APPLICATION.
           ACCEPT APP-PHONE
           DISPLAY "Email          : "
           ACCEPT APP-EMAIL
           DISPLAY "Date of birth  (YYYYMMDD, blank = not known): "
           MOVE SPACES TO WS-BIRTH-ANSWER
           ACCEPT WS-BIRTH-ANSWER
           MOVE ZERO TO APP-BIRTH-DATE
           IF WS-BIRTH-ANSWER NOT = SPACES
               IF WS-BIRTH-ANSWER IS NUMERIC
                       AND WS-BIRTH-ANSWER < WS-TODAY-DATE
                   MOVE WS-BIRTH-ANSWER TO APP-BIRTH-DATE
               ELSE
                   DISPLAY "Not a valid date of birth - application "
                           "refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    An approval registers as Regular, so the applicant must
      *    fit the Regular class's age band, if it has one.
           MOVE APP-BIRTH-DATE TO WS-ELG-BIRTH-DATE
           PERFORM CHECK-APPLICANT-ELIGIBILITY
           IF WS-ELG-RESULT NOT = "E"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Country        : "
           ACCEPT WS-COUNTRY
           PERFORM NORMALIZE-COUNTRY-SYNONYM
           MOVE WS-COUNTRY TO APP-COUNTRY
           DISPLAY "Proposed fee (0 = scheduled rate): "
           ACCEPT APP-FEE
           DISPLAY "Campaign code  (blank = none): "
           MOVE SPACES TO WS-CAMPAIGN-CODE
           ACCEPT WS-CAMPAIGN-CODE
           IF WS-CAMPAIGN-CODE NOT = SPACES
               PERFORM CHECK-CAMPAIGN-CODE
               IF NOT WS-CAMPAIGN-OK
                   DISPLAY "Campaign " WS-CAMPAIGN-CODE " is not on "
                           "the campaign table - application refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CAMPAIGN-CODE TO APP-CAMPAIGN
           DISPLAY "Referred by ID (blank = none): "
           MOVE SPACES TO WS-REFERRER-ID
           ACCEPT WS-REFERRER-ID
           IF WS-REFERRER-ID NOT = SPACES
               PERFORM CHECK-REFERRER-ID
               IF NOT WS-REFERRER-OK
                   DISPLAY "Referrer " WS-REFERRER-ID " is not an "
                           "active registration - application "
                           "refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-REFERRER-ID TO APP-REFERRER-ID
           DISPLAY "Gift voucher number (blank = none): "
           MOVE ZERO TO WS-GIFT-VOUCHER-NO
           ACCEPT WS-GIFT-VOUCHER-NO
           IF WS-GIFT-VOUCHER-NO NOT = ZERO
               PERFORM CHECK-GIFT-VOUCHER
               IF WS-GV-RESULT NOT = "Y"
                   DISPLAY "Gift voucher " WS-GIFT-VOUCHER-NO
                           " cannot pay for this membership - "
                           "application refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-GIFT-VOUCHER-NO TO APP-GIFT-VOUCHER
           MOVE SPACES TO WS-CNS-ANSWERS
           DISPLAY "Contact - service   (Y/N, blank = not asked): "
           ACCEPT WS-CNS-ANSWER(1)
           DISPLAY "Contact - renewal   (Y/N, blank = not asked): "
           ACCEPT WS-CNS-ANSWER(2)
           DISPLAY "Contact - marketing (Y/N, blank = not asked): "
           ACCEPT WS-CNS-ANSWER(3)
           DISPLAY "Channel (L=letter E=email, blank = letter)  : "
           ACCEPT WS-CNS-ANSWER(4)

           PERFORM ASSIGN-NEXT-APP-NO
           OPEN EXTEND ApplicationFile
           MOVE SPACES         TO APP-ISSUED-ID
           WRITE APPLICATION-RECORD
           CLOSE ApplicationFile
           PERFORM RECORD-APPLICATION-CONSENT
           DISPLAY "Application " WS-LAST-APP-NO " captured - a "
                   "supervisor decides it through Review.".

      * The applicant's answers are held under "APP " and the
      * application number until approval carries them across.
       RECORD-APPLICATION-CONSENT.
           MOVE SPACES TO WS-CNS-DB-ID
           STRING "APP " WS-LAST-APP-NO DELIMITED BY SIZE
                   INTO WS-CNS-DB-ID
           MOVE "SET" TO WS-CNS-ACTION
           MOVE ZERO TO WS-CNS-OPERATOR
           PERFORM VARYING WS-CNS-PURPOSE-IDX FROM 1 BY 1
                   UNTIL WS-CNS-PURPOSE-IDX > 4
               MOVE WS-CNS-PURPOSE-LIST(WS-CNS-PURPOSE-IDX:1)
                   TO WS-CNS-PURPOSE
               MOVE WS-CNS-ANSWER(WS-CNS-PURPOSE-IDX) TO WS-CNS-VALUE
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
                           WS-CNS-PURPOSE " not recorded."
               END-IF
           END-PERFORM.

      * Whatever the applicant said moves across to the new
      * registration, stamped with the approving supervisor.
       CARRY-APPLICATION-CONSENT.
           MOVE SPACES TO WS-CNS-APP-ID
           STRING "APP " WS-APL-NO(WS-TBL-IDX) DELIMITED BY SIZE
                   INTO WS-CNS-APP-ID
           MOVE WS-SIGNON-ID TO WS-CNS-OPERATOR
           PERFORM VARYING WS-CNS-PURPOSE-IDX FROM 1 BY 1
                   UNTIL WS-CNS-PURPOSE-IDX > 4
               MOVE WS-CNS-PURPOSE-LIST(WS-CNS-PURPOSE-IDX:1)
                   TO WS-CNS-PURPOSE
               MOVE "GET" TO WS-CNS-ACTION
               MOVE WS-CNS-APP-ID TO WS-CNS-DB-ID
               CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                       WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                       WS-CNS-OPERATOR WS-CNS-RESULT
               IF WS-CNS-VALUE NOT = SPACE
                   MOVE "SET" TO WS-CNS-ACTION
                   MOVE WS-NEW-ID TO WS-CNS-DB-ID
                   CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                           WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                           WS-CNS-OPERATOR WS-CNS-RESULT
               END-IF
           END-PERFORM.

       REVIEW-APPLICATIONS.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-APP-TABLE
                      OR WS-QUIT-REQUESTED
               SET WS-TBL-IDX TO WS-ITEM-IDX
               IF WS-APL-STATE(WS-TBL-IDX) = "P"
                       OR WS-APL-STATE(WS-TBL-IDX) = "W"
                   PERFORM REVIEW-ONE-APPLICATION
               END-IF
           END-PERFORM
           DISPLAY "Application " WS-APL-NO(WS-TBL-IDX)
                   " received " WS-APL-RECEIVED(WS-TBL-IDX)
           DISPLAY "  " WS-APL-NAME(WS-TBL-IDX)
                   "  born " WS-APL-BIRTH(WS-TBL-IDX)
           DISPLAY "  " WS-APL-COUNTRY(WS-TBL-IDX)
                   "  proposed fee " WS-APL-FEE(WS-TBL-IDX)
           IF WS-APL-CAMPAIGN(WS-TBL-IDX) NOT = SPACES
               DISPLAY "  campaign " WS-APL-CAMPAIGN(WS-TBL-IDX)
           END-IF
           IF WS-APL-REFERRER-ID(WS-TBL-IDX) NOT = SPACES
               DISPLAY "  referred by " WS-APL-REFERRER-ID(WS-TBL-IDX)
           END-IF
           IF WS-APL-GIFT-VOUCHER(WS-TBL-IDX) NOT = ZERO
               DISPLAY "  gift voucher "
                       WS-APL-GIFT-VOUCHER(WS-TBL-IDX)
           END-IF
           IF WS-APL-STATE(WS-TBL-IDX) = "W"
               DISPLAY "  On the waiting list for a place."
           END-IF
           DISPLAY "Action (A=Approve, D=Decline, N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-APPLICATION
                   IF WS-APP-WAITLISTED
                       MOVE "W" TO WS-APL-STATE(WS-TBL-IDX)
                   END-IF
                   IF WS-APPROVE-OK
                       MOVE "A" TO WS-APL-STATE(WS-TBL-IDX)
                       MOVE WS-SIGNON-ID
               WHEN "d"
                   DISPLAY "Decline reason: "
                   ACCEPT WS-APL-REASON(WS-TBL-IDX)
                   IF WS-APL-STATE(WS-TBL-IDX) = "W"
                       MOVE WS-APL-COUNTRY(WS-TBL-IDX) TO WS-COUNTRY
                       MOVE "REMOVE" TO WS-WL-ACTION
                       PERFORM CALL-WAITLST
                   END-IF
                   MOVE "D" TO WS-APL-STATE(WS-TBL-IDX)
                   MOVE WS-SIGNON-ID TO WS-APL-DEC-BY(WS-TBL-IDX)
                   MOVE WS-TODAY-DATE
      * the member details written - all under the database lock.
       APPROVE-APPLICATION.
           MOVE "N" TO WS-APPROVE-OK-SWITCH
           MOVE "N" TO WS-WAITLISTED-SWITCH
           MOVE WS-APL-BIRTH(WS-TBL-IDX) TO WS-ELG-BIRTH-DATE
           PERFORM CHECK-APPLICANT-ELIGIBILITY
           IF WS-ELG-RESULT NOT = "E"
               DISPLAY "Approval NOT applied - decline the "
                       "application instead."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APL-COUNTRY(WS-TBL-IDX) TO WS-COUNTRY
           MOVE SPACES TO WS-COUNTRY-CCY
           PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
               END-IF
           END-PERFORM

           PERFORM CHECK-APPROVAL-QUOTA
           IF WS-QTA-FULL
               PERFORM WAITLIST-APPLICATION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APL-FEE(WS-TBL-IDX) TO WS-FEE-AMOUNT
           IF WS-FEE-AMOUNT = ZERO
               PERFORM LOOKUP-SCHEDULED-FEE
           MOVE "R"                TO DB-CLASS
           MOVE SPACES             TO DB-SPONSOR-ID
           MOVE ZERO               TO DB-EFF-DATE
           MOVE SPACES             TO DB-AGENCY-STATE
           MOVE SPACES             TO DB-HOUSEHOLD-ROLE
           MOVE SPACES             TO DB-DISPUTE-STATE
           MOVE WS-APL-CAMPAIGN(WS-TBL-IDX) TO DB-CAMPAIGN
           WRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Write to database.txt failed - status "
           PERFORM RELEASE-DATABASE-LOCK

           PERFORM WRITE-MEMBER-DETAILS
           PERFORM CARRY-APPLICATION-CONSENT
           MOVE "CHARGE"      TO WS-BAL-KIND
           MOVE WS-NEW-ID     TO WS-BAL-DB-ID
           MOVE WS-FEE-AMOUNT TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT
      *    The approval charges like any other add: a numbered
      *    invoice for fee plus tax and a bump into today's daily
      *    summary, the same side effects an S015 add has.
           PERFORM RAISE-INVOICE
           PERFORM WRITE-REFERRAL-ROW
           MOVE "A"            TO WS-SUM-KIND
           MOVE WS-TODAY-DATE  TO WS-SUM-DATE
           MOVE WS-COUNTRY     TO WS-SUM-COUNTRY
           MOVE WS-FEE-AMOUNT  TO WS-SUM-FEE
           MOVE WS-TAX-AMOUNT  TO WS-SUM-TAX
           PERFORM BUMP-DAILY-SUMMARY
           IF WS-WL-RESULT = "O" OR WS-WL-RESULT = "W"
               MOVE "TAKE" TO WS-WL-ACTION
               PERFORM CALL-WAITLST
           END-IF
           SET WS-APPROVE-OK TO TRUE
           DISPLAY "Approved - registration " WS-NEW-ID
                   " issued, fee " WS-FEE-AMOUNT "."
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * A place is held by every active or frozen Regular row in
      * the country, every offer out and every application already
      * waiting - an application holding an offer goes through.
       CHECK-APPROVAL-QUOTA.
           MOVE "N" TO WS-QTA-FULL-SWITCH
           MOVE ZERO TO WS-QTA-USED
           MOVE "CHECK" TO WS-WL-ACTION
           PERFORM CALL-WAITLST
           IF WS-WL-QUOTA-MAX = ZERO OR WS-WL-RESULT = "O"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS = "00"
               PERFORM COUNT-QUOTA-PLACES
               CLOSE DatabaseFile
           END-IF
           IF WS-QTA-USED + WS-WL-OFFERED + WS-WL-WAITING
                   >= WS-WL-QUOTA-MAX
               SET WS-QTA-FULL TO TRUE
           END-IF.

      * Active and frozen Regular rows in the country, read along
      * the country alternate key - S015's count exactly.
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
                               AND (DB-CLASS = WS-WL-CLASS
                                   OR DB-CLASS = SPACE)
                           ADD 1 TO WS-QTA-USED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WAITLIST-APPLICATION.
           DISPLAY "Regular quota for " WS-COUNTRY " is full ("
                   WS-QTA-USED " of " WS-WL-QUOTA-MAX ", "
                   WS-WL-WAITING " waiting)."
           MOVE "JOIN" TO WS-WL-ACTION
           PERFORM CALL-WAITLST
           SET WS-APP-WAITLISTED TO TRUE
           IF WS-WL-RESULT = "J"
               DISPLAY "Application " WS-APL-NO(WS-TBL-IDX)
                       " is on the waiting list - number "
                       WS-WL-WAITING " in line."
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Application " WS-APL-NO(WS-TBL-IDX)
                       " put on the waiting list - quota full"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           ELSE
               DISPLAY "Application " WS-APL-NO(WS-TBL-IDX)
                       " is still waiting - no place offered yet."
           END-IF.

       CALL-WAITLST.
           MOVE WS-APL-NO(WS-TBL-IDX)   TO WS-WL-APP-NO
           MOVE WS-APL-NAME(WS-TBL-IDX) TO WS-WL-NAME
           CALL "WAITLST" USING WS-WL-ACTION WS-COUNTRY WS-WL-CLASS
                   WS-WL-DB-ID WS-WL-APP-NO WS-WL-NAME WS-SIGNON-ID
                   WS-WL-QUOTA-MAX WS-WL-OFFERED WS-WL-WAITING
                   WS-WL-RESULT.

      * Roll the approved add into today's control-total trailer
      * row, creating it on the day's first add - the same
      * read/add/REWRITE S034's applied adds carry, so S044's
                   MOVE SPACES          TO DB-CLASS
                   MOVE SPACES          TO DB-SPONSOR-ID
                   MOVE ZERO            TO DB-EFF-DATE
                   MOVE SPACES          TO DB-AGENCY-STATE
                   MOVE SPACES          TO DB-HOUSEHOLD-ROLE
                   MOVE SPACES          TO DB-DISPUTE-STATE
                   MOVE SPACES          TO DB-CAMPAIGN
                   WRITE DATABASE-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Write of trailer " WS-TRAILER-ID
           MOVE ZERO               TO INV-ALLOCATED
           SET INV-STATE-OPEN      TO TRUE
           MOVE "A"                TO INV-SOURCE
           MOVE ZERO TO WS-GIFT-TAKEN
           IF WS-APL-GIFT-VOUCHER(WS-TBL-IDX) NOT = ZERO
               PERFORM TAKE-GIFT-VOUCHER
           END-IF
           WRITE INVOICE-RECORD
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "WRITE to invmast.txt failed - status "
                       WS-INV-STATUS
           ELSE
               DISPLAY "Invoice " WS-LAST-INVOICE-NO " raised."
               IF WS-GIFT-TAKEN > ZERO
                   DISPLAY "Gift voucher "
                           WS-APL-GIFT-VOUCHER(WS-TBL-IDX)
                           " paid " WS-GIFT-TAKEN " of it."
               END-IF
           END-IF
           CLOSE InvoiceFile.

      * The gift voucher the applicant brought pays the approval's
      * invoice, the way S015's add takes one: GIFTVCH redeems it
      * against the new ID and invoice, the invoice is allocated
      * what it covered and the balance master takes it as paid.
      * The invoice record is built and not yet written.
       TAKE-GIFT-VOUCHER.
           MOVE "REDEEM" TO WS-GV-ACTION
           MOVE WS-APL-GIFT-VOUCHER(WS-TBL-IDX) TO WS-GIFT-VOUCHER-NO
           MOVE WS-APL-COUNTRY(WS-TBL-IDX) TO WS-COUNTRY
           COMPUTE WS-GV-DUE = INV-AMOUNT + INV-TAX
           CALL "GIFTVCH" USING WS-GV-ACTION WS-GIFT-VOUCHER-NO
                   WS-COUNTRY WS-GIFT-CLASS WS-NEW-ID
                   WS-LAST-INVOICE-NO WS-GV-DUE WS-GV-AMOUNT
                   WS-GV-RESULT
           IF WS-GV-RESULT NOT = "Y"
               DISPLAY "Gift voucher " WS-GIFT-VOUCHER-NO
                       " could not be redeemed (" WS-GV-RESULT
                       ") - the invoice stays open."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GV-AMOUNT TO WS-GIFT-TAKEN
           MOVE WS-GIFT-TAKEN TO INV-ALLOCATED
           IF WS-GIFT-TAKEN NOT < WS-GV-DUE
               SET INV-STATE-PAID TO TRUE
           END-IF
           MOVE "PAYMENT"     TO WS-BAL-KIND
           MOVE WS-NEW-ID     TO WS-BAL-DB-ID
           MOVE WS-GIFT-TAKEN TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

      * Capture checks the voucher as an approval will find it - on
      * file, unredeemed, unexpired, and bought for a Regular
      * membership (an approval registers as Regular) in the
      * applicant's country.
       CHECK-GIFT-VOUCHER.
           MOVE "CHECK" TO WS-GV-ACTION
           MOVE ZERO TO WS-GV-DUE
           CALL "GIFTVCH" USING WS-GV-ACTION WS-GIFT-VOUCHER-NO
                   WS-COUNTRY WS-GIFT-CLASS WS-NEW-ID
                   WS-LAST-INVOICE-NO WS-GV-DUE WS-GV-AMOUNT
                   WS-GV-RESULT
           EVALUATE WS-GV-RESULT
               WHEN "Y"
                   DISPLAY "Gift voucher worth " WS-GV-AMOUNT
                           " accepted."
               WHEN "D"
                   DISPLAY "Voucher number check digit mismatch."
               WHEN "N"
                   DISPLAY "Voucher is not on file."
               WHEN "R"
                   DISPLAY "Voucher has already been redeemed."
               WHEN "E"
                   DISPLAY "Voucher has expired."
               WHEN "C"
                   DISPLAY "Voucher was bought for another class or "
                           "country."
               WHEN OTHER
                   DISPLAY "giftvch.txt could not be read."
           END-EVALUATE.

      * Roll the approved add into the daily-totals summary, the
      * read-all/write-back shape S015's BUMP-DAILY-SUMMARY uses -
      * the caller fills the WS-SUM fields first.
           MOVE WS-APL-ADDR-3(WS-TBL-IDX) TO MEM-ADDR-3
           MOVE WS-APL-PHONE(WS-TBL-IDX) TO MEM-PHONE
           MOVE WS-APL-EMAIL(WS-TBL-IDX) TO MEM-EMAIL
           MOVE WS-APL-BIRTH(WS-TBL-IDX) TO MEM-BIRTH-DATE
           MOVE SPACE TO MEM-ADDRESS-STATUS
           MOVE ZERO TO MEM-GONE-AWAY-DATE
           MOVE SPACES TO MEM-RETURNED-DOC
           WRITE MEMBER-DETAILS-RECORD
           IF WS-MEM-STATUS NOT = "00"
               DISPLAY "Member details not saved - status "
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO AUD-RUN-ID
           END-IF
      *    The entry takes its sequence number and chain link last,
      *    once every other field is final.
           MOVE "STAMP" TO WS-CHN-ACTION
           CALL "AUDCHN" USING WS-CHN-ACTION AUDIT-RECORD WS-CHN-AREA
           WRITE AUDIT-RECORD
           CLOSE AuditFile.

               MOVE APP-DECIDED-DATE  TO WS-APL-DEC-DATE(WS-TBL-IDX)
               MOVE APP-REASON        TO WS-APL-REASON(WS-TBL-IDX)
               MOVE APP-ISSUED-ID     TO WS-APL-ISSUED-ID(WS-TBL-IDX)
      *        A row captured before the birth date was kept reads
      *        as not known.
               IF APP-BIRTH-DATE IS NUMERIC
                   MOVE APP-BIRTH-DATE TO WS-APL-BIRTH(WS-TBL-IDX)
               ELSE
                   MOVE ZERO TO WS-APL-BIRTH(WS-TBL-IDX)
               END-IF
               MOVE APP-CAMPAIGN      TO WS-APL-CAMPAIGN(WS-TBL-IDX)
               MOVE APP-REFERRER-ID
                       TO WS-APL-REFERRER-ID(WS-TBL-IDX)
      *        A row captured before vouchers were taken reads as
      *        none.
               IF APP-GIFT-VOUCHER IS NUMERIC
                   MOVE APP-GIFT-VOUCHER
                           TO WS-APL-GIFT-VOUCHER(WS-TBL-IDX)
               ELSE
                   MOVE ZERO TO WS-APL-GIFT-VOUCHER(WS-TBL-IDX)
               END-IF
               IF APP-STATE-PENDING OR APP-STATE-WAITING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               PERFORM READ-NEXT-APPLICATION
               MOVE WS-APL-DEC-DATE(WS-TBL-IDX)  TO APW-DECIDED-DATE
               MOVE WS-APL-REASON(WS-TBL-IDX)    TO APW-REASON
               MOVE WS-APL-ISSUED-ID(WS-TBL-IDX) TO APW-ISSUED-ID
               MOVE WS-APL-BIRTH(WS-TBL-IDX)     TO APW-BIRTH-DATE
               MOVE WS-APL-CAMPAIGN(WS-TBL-IDX)  TO APW-CAMPAIGN
               MOVE WS-APL-REFERRER-ID(WS-TBL-IDX)
                       TO APW-REFERRER-ID
               MOVE WS-APL-GIFT-VOUCHER(WS-TBL-IDX)
                       TO APW-GIFT-VOUCHER
               WRITE APPLICATION-WORK-RECORD
           END-PERFORM

