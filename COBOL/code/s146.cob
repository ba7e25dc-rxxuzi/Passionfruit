      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-22
      * Purpose: Subject access requests. A member asking for a copy
      *          of everything the shop holds on them used to get
      *          photocopies of S049 screens - no change history, no
      *          record of who looked at them, no letters or
      *          notifications. Log records the request on the
      *          request log (dsarlog.txt, DSRREC) with the day it
      *          came in and the day it must be answered by (site
      *          profile DSAR-DUE-DAYS, default 30 calendar days,
      *          stepped forward through BUSDAY). Produce assembles
      *          one dated package through RPTWRT for a logged
      *          request: the registration (database.txt), the
      *          member details (memdet.txt), household links,
      *          payments, invoices, refunds, renewals, the audit.txt
      *          change history, acclog.txt accesses, ltrreg.txt
      *          letters, notifq.txt messages and referrals - then
      *          marks the request answered. Other people's data on
      *          shared rows is masked: the other member of a
      *          household or referral link is shown only as
      *          "another member", and a cheque drawer's name is
      *          shown only when it is the member's own. Register
      *          lists every request with its due date and flags any
      *          answered late or still open past the due date.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-09-25  rxz  The change history names the new restore
      *                    entries S065 journals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S146.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DsarLogFile ASSIGN TO "./../dsarlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSR-STATUS.

           SELECT DsarWorkFile ASSIGN TO "./../dsarwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSRW-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

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

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AccessLogFile ASSIGN TO "./../acclog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACC-STATUS.

           SELECT LetterRegisterFile ASSIGN TO "./../ltrreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LRG-STATUS.

           SELECT NotifyQueueFile ASSIGN TO "./../notifq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DsarLogFile.
           COPY DSRREC.

       FD  DsarWorkFile.
           COPY DSRREC REPLACING
               ==DSAR-REQUEST-RECORD== BY ==DSAR-WORK-RECORD==
               LEADING ==DSR== BY ==DSW==.

       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  HouseholdFile.
           COPY HSHREC.

       FD  ReferralFile.
           COPY RFLREC.

       FD  PaymentFile.
           COPY PAYREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  RefundFile.
           COPY REFREC.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  AuditFile.
           COPY AUDITREC.

       FD  AccessLogFile.
           COPY ACCREC.

       FD  LetterRegisterFile.
       01  LETTER-REGISTER-RECORD.
           05  LRG-TEMPLATE-ID          PIC X(08).
           05  LRG-DB-ID                PIC X(20).
           05  LRG-DATE                 PIC 9(08).
           05  LRG-TIME                 PIC 9(06).

       FD  NotifyQueueFile.
           COPY NTFREC.

       WORKING-STORAGE SECTION.
       01  WS-DSR-STATUS                PIC XX.
       01  WS-DSRW-STATUS               PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-HSH-STATUS                PIC XX.
       01  WS-RFL-STATUS                PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-INV-STATUS                PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-ACC-STATUS                PIC XX.
       01  WS-LRG-STATUS                PIC XX.
       01  WS-NTF-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-OPERATOR-ID               PIC 9(05).
       01  WS-OPEN-SWITCH               PIC X(01).
           88  WS-REQUEST-OPEN          VALUE "Y".
       01  WS-OPEN-REQ-DATE             PIC 9(08).
       01  WS-OPEN-DUE-DATE             PIC 9(08).
       01  WS-MEM-FOUND-SWITCH          PIC X(01).
           88  WS-MEM-FOUND             VALUE "Y".
       01  WS-DUE-DAYS                  PIC 9(03).
       01  WS-DAY-IDX                   PIC 9(03).
       01  WS-DUE-DATE                  PIC 9(08).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-DSR-FILE-NAME    PIC X(20) VALUE "./../dsarlog.txt".
       01  WS-DSRW-FILE-NAME   PIC X(20) VALUE "./../dsarwork.txt".
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.

      * Package building.
       01  WS-SECTION-TITLE             PIC X(40).
       01  WS-SECTION-COUNT             PIC 9(05).
       01  WS-ROWS-TOTAL                PIC 9(07).
       01  WS-AMOUNT-SHOWN              PIC Z(06)9.99.
       01  WS-TAX-SHOWN                 PIC Z(04)9.99.
       01  WS-OTHER-MEMBER              PIC X(20)
               VALUE "(another member)".
       01  WS-DRAWER-SHOWN              PIC X(20).
       01  WS-STATUS-DESC               PIC X(08).
       01  WS-MODE-DESC                 PIC X(09).
       01  WS-SOURCE-DESC               PIC X(06).
       01  WS-STATE-DESC                PIC X(09).
       01  WS-ACC-PROGRAM               PIC X(08) VALUE "S146".
       01  WS-ACC-DB-ID                 PIC X(20).

      * The audit journal's before/after images are full
      * DATABASE-RECORD rows - redefined the way S029 reads them.
       01  WS-IMAGE-AREA                PIC X(112).
       01  WS-IMAGE-RECORD REDEFINES WS-IMAGE-AREA.
           05  WS-IMG-VERSION            PIC 9(02).
           05  WS-IMG-ID                 PIC X(20).
           05  WS-IMG-COUNTRY            PIC X(20).
           05  WS-IMG-REG-DATE           PIC 9(08).
           05  WS-IMG-REG-TIME           PIC 9(06).
           05  WS-IMG-FEE                PIC 9(07)V99 COMP-3.
           05  WS-IMG-STATUS             PIC X(01).
           05  WS-IMG-HANDLED-BY         PIC 9(05).
           05  WS-IMG-CURRENCY           PIC X(03).
           05  WS-IMG-PAID-THRU          PIC 9(08).
           05  FILLER                    PIC X(10).
       01  WS-IMAGE-TEXT                PIC X(60).

      * Register totals.
       01  WS-REQ-COUNT                 PIC 9(05).
       01  WS-OPEN-COUNT                PIC 9(05).
       01  WS-OVERDUE-COUNT             PIC 9(05).
       01  WS-LATE-COUNT                PIC 9(05).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S146".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S146 - SUBJECT ACCESS REQUESTS"
               DISPLAY "=============================================="
               DISPLAY "L=Log a request  P=Produce the package  "
                       "R=Request register  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LOG-REQUEST
                   WHEN "P"
                   WHEN "p"
                       PERFORM PRODUCE-PACKAGE
                   WHEN "R"
                   WHEN "r"
                       PERFORM REQUEST-REGISTER
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * The clock starts the day the request is logged; the due
      * date is fixed then, so a later change to DSAR-DUE-DAYS does
      * not move a request already on file.
       LOG-REQUEST.
           DISPLAY "Registration ID of the member asking: "
           ACCEPT WS-WORK-ID
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-WORK-ID " was not found."
                   CLOSE DatabaseFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE DatabaseFile
           PERFORM FIND-OPEN-REQUEST
           IF WS-REQUEST-OPEN
               DISPLAY "A request for " WS-WORK-ID " is already open"
                       " - logged " WS-OPEN-REQ-DATE ", due "
                       WS-OPEN-DUE-DATE "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Logged by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           PERFORM COMPUTE-DUE-DATE

           OPEN EXTEND DsarLogFile
           IF WS-DSR-STATUS = "35"
               OPEN OUTPUT DsarLogFile
           END-IF
           IF WS-DSR-STATUS NOT = "00"
               DISPLAY "dsarlog.txt could not be opened - status "
                       WS-DSR-STATUS " - request NOT logged."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DSAR-REQUEST-RECORD
           MOVE WS-WORK-ID     TO DSR-DB-ID
           SET DSR-STATE-OPEN  TO TRUE
           MOVE WS-TODAY-DATE  TO DSR-REQ-DATE
           MOVE WS-DUE-DATE    TO DSR-DUE-DATE
           MOVE WS-OPERATOR-ID TO DSR-LOGGED-BY
           MOVE ZERO           TO DSR-ANSWERED-DATE
           MOVE ZERO           TO DSR-ANSWERED-BY
           WRITE DSAR-REQUEST-RECORD
           CLOSE DsarLogFile
           DISPLAY "Request logged for " WS-WORK-ID " - to be "
                   "answered by " WS-DUE-DATE "."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Subject access request logged for " WS-WORK-ID
                   " due " WS-DUE-DATE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Today plus DSAR-DUE-DAYS calendar days, a day at a time
      * through BUSDAY's NEXTDAY.
       COMPUTE-DUE-DATE.
           MOVE "DSAR-DUE-DAYS" TO WS-CFG-NAME
           MOVE "030" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE 30 TO WS-DUE-DAYS
           IF WS-CFG-VALUE(1:3) IS NUMERIC
                   AND WS-CFG-VALUE(1:3) NOT = "000"
               MOVE WS-CFG-VALUE(1:3) TO WS-DUE-DAYS
           END-IF
           MOVE WS-TODAY-DATE TO WS-DUE-DATE
           MOVE "NEXTDAY" TO WS-BUSDAY-KIND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DUE-DAYS
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-DUE-DATE
                       WS-BUSDAY-RESULT
           END-PERFORM.

      * Sets WS-REQUEST-OPEN, with its dates, when WS-WORK-ID has a
      * request on the log not yet answered.
       FIND-OPEN-REQUEST.
           MOVE "N" TO WS-OPEN-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DsarLogFile
           IF WS-DSR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REQUEST
           PERFORM UNTIL WS-END-OF-FILE OR WS-REQUEST-OPEN
               IF DSR-DB-ID = WS-WORK-ID AND DSR-STATE-OPEN
                   SET WS-REQUEST-OPEN TO TRUE
                   MOVE DSR-REQ-DATE TO WS-OPEN-REQ-DATE
                   MOVE DSR-DUE-DATE TO WS-OPEN-DUE-DATE
               END-IF
               PERFORM READ-NEXT-REQUEST
           END-PERFORM
           CLOSE DsarLogFile.

       READ-NEXT-REQUEST.
           READ DsarLogFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * One package per logged request - the answer is on record
      * against the request it answers.
       PRODUCE-PACKAGE.
           DISPLAY "Registration ID: "
           ACCEPT WS-WORK-ID
           PERFORM FIND-OPEN-REQUEST
           IF NOT WS-REQUEST-OPEN
               DISPLAY "No open request is logged for " WS-WORK-ID
                       " - log it first (L)."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-WORK-ID " was not found."
                   CLOSE DatabaseFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE DatabaseFile
           DISPLAY "Produced by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           MOVE ZERO TO WS-ROWS-TOTAL

           MOVE "s146" TO WS-RPT-ID
           MOVE SPACES TO WS-RPT-TITLE
           STRING "SUBJECT ACCESS - " WS-WORK-ID
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           PERFORM RPT-OPEN
           PERFORM PRINT-PACKAGE-HEADER
           PERFORM PRINT-REGISTRATION
           PERFORM PRINT-MEMBER-DETAILS
           PERFORM PRINT-HOUSEHOLD
           PERFORM PRINT-PAYMENTS
           PERFORM PRINT-INVOICES
           PERFORM PRINT-REFUNDS
           PERFORM PRINT-RENEWALS
           PERFORM PRINT-CHANGE-HISTORY
           PERFORM PRINT-ACCESSES
           PERFORM PRINT-LETTERS
           PERFORM PRINT-NOTIFICATIONS
           PERFORM PRINT-REFERRALS
           PERFORM RPT-LINE
           MOVE "Data about other people on shared records is "
                   TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "withheld and shown as (another member) or "
                   TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "(third party)." TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "ROWS INCLUDED " WS-ROWS-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE WS-WORK-ID TO WS-ACC-DB-ID
           CALL "ACCLOG" USING WS-ACC-PROGRAM WS-ACC-DB-ID
           PERFORM MARK-REQUEST-ANSWERED
           DISPLAY "Package produced for " WS-WORK-ID " - "
                   WS-ROWS-TOTAL " row(s)."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Subject access package produced for " WS-WORK-ID
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       PRINT-PACKAGE-HEADER.
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Member registration ID : " WS-WORK-ID
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Request received       : " WS-OPEN-REQ-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Answer due by          : " WS-OPEN-DUE-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Package produced       : " WS-TODAY-DATE
                   " by employee " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       PRINT-SECTION-HEAD.
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM RPT-LINE
           MOVE WS-SECTION-TITLE TO WS-RPT-TEXT
           PERFORM RPT-LINE.

       PRINT-SECTION-FOOT.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  None held." TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           ADD WS-SECTION-COUNT TO WS-ROWS-TOTAL.

      * The DBREC row is in DATABASE-RECORD from PRODUCE-PACKAGE.
       PRINT-REGISTRATION.
           MOVE "REGISTRATION (database.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE TRUE
               WHEN DB-STATUS-ACTIVE MOVE "ACTIVE"  TO WS-STATUS-DESC
               WHEN DB-STATUS-VOID   MOVE "VOID"    TO WS-STATUS-DESC
               WHEN DB-STATUS-LAPSED MOVE "LAPSED"  TO WS-STATUS-DESC
               WHEN DB-STATUS-FROZEN MOVE "FROZEN"  TO WS-STATUS-DESC
               WHEN OTHER            MOVE DB-STATUS TO WS-STATUS-DESC
           END-EVALUATE
           MOVE DB-FEE TO WS-AMOUNT-SHOWN
           MOVE DB-TAX-AMOUNT TO WS-TAX-SHOWN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Country " DB-COUNTRY " class " DB-CLASS
                   " branch " DB-BRANCH
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Registered " DB-REG-DATE " effective "
                   DB-EFF-DATE " paid through " DB-PAID-THRU
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Status " WS-STATUS-DESC " fee " WS-AMOUNT-SHOWN
                   " " DB-CURRENCY " tax " WS-TAX-SHOWN
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Sponsor " DB-SPONSOR-ID " campaign " DB-CAMPAIGN
                   " household role " DB-HOUSEHOLD-ROLE
                   " dispute " DB-DISPUTE-STATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM PRINT-SECTION-FOOT.

       PRINT-MEMBER-DETAILS.
           MOVE "MEMBER DETAILS (memdet.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-MEM-FOUND-SWITCH
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MEM-FOUND TO TRUE
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  Name    " MEM-NAME
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  Address " MEM-ADDR-1
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "          " MEM-ADDR-2
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "          " MEM-ADDR-3
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  Phone   " MEM-PHONE "  born "
                           MEM-BIRTH-DATE
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  Email   " MEM-EMAIL
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   IF MEM-ADDRESS-GONE-AWAY
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  Address marked gone-away "
                               MEM-GONE-AWAY-DATE " (returned "
                               MEM-RETURNED-DOC ")"
                               DELIMITED BY SIZE INTO WS-RPT-TEXT
                       PERFORM RPT-LINE
                   END-IF
           END-READ
           CLOSE MemberDetailsFile
           PERFORM PRINT-SECTION-FOOT.

      * The member's own link, and - for a primary - how many
      * dependents hang off it. The other members are not named.
       PRINT-HOUSEHOLD.
           MOVE "HOUSEHOLD (hshld.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO HSH-DB-ID
           READ HouseholdFile KEY IS HSH-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PRINT-HOUSEHOLD-ROW
           END-READ
           MOVE WS-WORK-ID TO HSH-PRIMARY-ID
           MOVE "N" TO WS-EOF-SWITCH
           START HouseholdFile KEY IS EQUAL TO HSH-PRIMARY-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ HouseholdFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF HSH-PRIMARY-ID NOT = WS-WORK-ID
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF HSH-DB-ID NOT = WS-WORK-ID
                           PERFORM PRINT-HOUSEHOLD-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HouseholdFile
           PERFORM PRINT-SECTION-FOOT.

       PRINT-HOUSEHOLD-ROW.
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE TRUE
               WHEN HSH-STATE-LINKED MOVE "LINKED"  TO WS-STATE-DESC
               WHEN HSH-STATE-SPLIT  MOVE "SPLIT"   TO WS-STATE-DESC
               WHEN OTHER            MOVE HSH-STATE TO WS-STATE-DESC
           END-EVALUATE
           MOVE SPACES TO WS-RPT-TEXT
           IF HSH-DB-ID = WS-WORK-ID
               IF HSH-PRIMARY-ID = WS-WORK-ID
                   STRING "  Primary of the household, linked "
                           HSH-LINKED-DATE " " WS-STATE-DESC
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               ELSE
                   STRING "  Dependent of " WS-OTHER-MEMBER
                           " linked " HSH-LINKED-DATE " "
                           WS-STATE-DESC
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-IF
           ELSE
               STRING "  Dependent " WS-OTHER-MEMBER " linked "
                       HSH-LINKED-DATE " " WS-STATE-DESC
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF
           PERFORM RPT-LINE.

      * A cheque drawer is somebody else unless the name on the
      * cheque is the member's own.
       PRINT-PAYMENTS.
           MOVE "PAYMENTS (payment.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-END-OF-FILE
               IF PAY-DB-ID = WS-WORK-ID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE PAY-AMOUNT TO WS-AMOUNT-SHOWN
                   MOVE SPACES TO WS-DRAWER-SHOWN
                   IF PAY-DRAWER NOT = SPACES
                       IF WS-MEM-FOUND AND PAY-DRAWER = MEM-NAME
                           MOVE PAY-DRAWER TO WS-DRAWER-SHOWN
                       ELSE
                           MOVE "(third party)" TO WS-DRAWER-SHOWN
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " PAY-DATE " " WS-AMOUNT-SHOWN
                           " type " PAY-TYPE " method " PAY-METHOD
                           " receipt " PAY-RECEIPT-NO " "
                           PAY-CHEQUE-NO " " WS-DRAWER-SHOWN
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           CLOSE PaymentFile
           PERFORM PRINT-SECTION-FOOT.

       READ-NEXT-PAYMENT.
           READ PaymentFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-INVOICES.
           MOVE "INVOICES (invmast.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-END-OF-FILE
               IF INV-DB-ID = WS-WORK-ID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE INV-AMOUNT TO WS-AMOUNT-SHOWN
                   MOVE INV-TAX TO WS-TAX-SHOWN
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  No " INV-NO " " INV-DATE " "
                           WS-AMOUNT-SHOWN " tax " WS-TAX-SHOWN
                           " state " INV-STATE " source " INV-SOURCE
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile
           PERFORM PRINT-SECTION-FOOT.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-REFUNDS.
           MOVE "REFUNDS (refund.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RefundFile
           IF WS-REF-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REFUND
           PERFORM UNTIL WS-END-OF-FILE
               IF REF-DB-ID = WS-WORK-ID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE REF-AMOUNT TO WS-AMOUNT-SHOWN
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  Raised " REF-RAISED-DATE " "
                           WS-AMOUNT-SHOWN " state " REF-STATE
                           " paid " REF-PAID-DATE " method "
                           REF-METHOD " account " REF-BANK-SORT " "
                           REF-BANK-ACCOUNT
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-REFUND
           END-PERFORM
           CLOSE RefundFile
           PERFORM PRINT-SECTION-FOOT.

       READ-NEXT-REFUND.
           READ RefundFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-RENEWALS.
           MOVE "RENEWALS (renewled.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RenewalLedgerFile
           IF WS-RNL-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-RENEWAL
           PERFORM UNTIL WS-END-OF-FILE
               IF RNL-DB-ID = WS-WORK-ID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE RNL-FEE TO WS-AMOUNT-SHOWN
                   MOVE RNL-TAX TO WS-TAX-SHOWN
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " RNL-DATE " fee " WS-AMOUNT-SHOWN " "
                           RNL-CURRENCY " tax " WS-TAX-SHOWN
                           " branch " RNL-BRANCH
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-RENEWAL
           END-PERFORM
           CLOSE RenewalLedgerFile
           PERFORM PRINT-SECTION-FOOT.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Every journaled change with its before and after state. An
      * image masked by an S077 erasure is shown as it stands.
       PRINT-CHANGE-HISTORY.
           MOVE "CHANGE HISTORY (audit.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AuditFile
           IF WS-AUDIT-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-AUDIT
           PERFORM UNTIL WS-END-OF-FILE
               IF AUD-DB-ID = WS-WORK-ID
                   PERFORM PRINT-AUDIT-ENTRY
               END-IF
               PERFORM READ-NEXT-AUDIT
           END-PERFORM
           CLOSE AuditFile
           PERFORM PRINT-SECTION-FOOT.

       PRINT-AUDIT-ENTRY.
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE TRUE
               WHEN AUD-MODE-ADD       MOVE "ADD"       TO WS-MODE-DESC
               WHEN AUD-MODE-UPDATE    MOVE "UPDATE"    TO WS-MODE-DESC
               WHEN AUD-MODE-VOID      MOVE "VOID"      TO WS-MODE-DESC
               WHEN AUD-MODE-RENEW     MOVE "RENEW"     TO WS-MODE-DESC
               WHEN AUD-MODE-LAPSE     MOVE "LAPSE"     TO WS-MODE-DESC
               WHEN AUD-MODE-REINSTATE MOVE "REINSTATE" TO WS-MODE-DESC
               WHEN AUD-MODE-AGENCY    MOVE "AGENCY"    TO WS-MODE-DESC
               WHEN AUD-MODE-FREEZE    MOVE "FREEZE"    TO WS-MODE-DESC
               WHEN AUD-MODE-RESUME    MOVE "RESUME"    TO WS-MODE-DESC
               WHEN AUD-MODE-DISPUTE   MOVE "DISPUTE"   TO WS-MODE-DESC
               WHEN AUD-MODE-RESTORE   MOVE "RESTORE"   TO WS-MODE-DESC
               WHEN OTHER              MOVE AUD-MODE    TO WS-MODE-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN AUD-SOURCE-SCREEN MOVE "SCREEN" TO WS-SOURCE-DESC
               WHEN AUD-SOURCE-BATCH  MOVE "BATCH"  TO WS-SOURCE-DESC
               WHEN OTHER             MOVE AUD-SOURCE
                                           TO WS-SOURCE-DESC
           END-EVALUATE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  " AUD-DATE " " AUD-TIME " " WS-MODE-DESC " "
                   WS-SOURCE-DESC " by employee " AUD-HANDLED-BY
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-AREA
               PERFORM DESCRIBE-IMAGE
               MOVE SPACES TO WS-RPT-TEXT
               STRING "    before: " WS-IMAGE-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           IF AUD-AFTER-IMAGE NOT = SPACES
               MOVE AUD-AFTER-IMAGE TO WS-IMAGE-AREA
               PERFORM DESCRIBE-IMAGE
               MOVE SPACES TO WS-RPT-TEXT
               STRING "    after : " WS-IMAGE-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

       DESCRIBE-IMAGE.
           MOVE SPACES TO WS-IMAGE-TEXT
           IF WS-IMG-VERSION IS NOT NUMERIC
               MOVE WS-IMAGE-AREA TO WS-IMAGE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMG-FEE TO WS-AMOUNT-SHOWN
           STRING WS-IMG-COUNTRY " status " WS-IMG-STATUS
                   " fee " WS-AMOUNT-SHOWN " " WS-IMG-CURRENCY
                   DELIMITED BY SIZE INTO WS-IMAGE-TEXT.

       READ-NEXT-AUDIT.
           READ AuditFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-ACCESSES.
           MOVE "RECORD ACCESSES (acclog.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AccessLogFile
           IF WS-ACC-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ACCESS
           PERFORM UNTIL WS-END-OF-FILE
               IF ACC-DB-ID = WS-WORK-ID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " ACC-DATE " " ACC-TIME " viewed in "
                           ACC-PROGRAM " by employee " ACC-OPERATOR
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-ACCESS
           END-PERFORM
           CLOSE AccessLogFile
           PERFORM PRINT-SECTION-FOOT.

       READ-NEXT-ACCESS.
           READ AccessLogFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-LETTERS.
           MOVE "LETTERS SENT (ltrreg.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LetterRegisterFile
           IF WS-LRG-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LETTER
           PERFORM UNTIL WS-END-OF-FILE
               IF LRG-DB-ID = WS-WORK-ID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " LRG-DATE " " LRG-TIME " letter "
                           LRG-TEMPLATE-ID
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-LETTER
           END-PERFORM
           CLOSE LetterRegisterFile
           PERFORM PRINT-SECTION-FOOT.

       READ-NEXT-LETTER.
           READ LetterRegisterFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-NOTIFICATIONS.
           MOVE "NOTIFICATIONS (notifq.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NotifyQueueFile
           IF WS-NTF-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-NOTIFICATION
           PERFORM UNTIL WS-END-OF-FILE
               IF NTF-RECIPIENT = WS-WORK-ID
                   ADD 1 TO WS-SECTION-COUNT
                   EVALUATE TRUE
                       WHEN NTF-STATE-QUEUED
                           MOVE "QUEUED" TO WS-STATE-DESC
                       WHEN NTF-STATE-SENT
                           MOVE "SENT" TO WS-STATE-DESC
                       WHEN NTF-STATE-FAILED
                           MOVE "FAILED" TO WS-STATE-DESC
                       WHEN OTHER
                           MOVE NTF-STATE TO WS-STATE-DESC
                   END-EVALUATE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " NTF-QUEUED-DATE " " NTF-TEMPLATE " "
                           WS-STATE-DESC " sent " NTF-SENT-DATE
                           " from " NTF-PROGRAM
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "    " NTF-KEY-1 " " NTF-KEY-2
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-NOTIFICATION
           END-PERFORM
           CLOSE NotifyQueueFile
           PERFORM PRINT-SECTION-FOOT.

       READ-NEXT-NOTIFICATION.
           READ NotifyQueueFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Who referred the member, and whom the member referred - the
      * other side of each link is another member and is withheld.
       PRINT-REFERRALS.
           MOVE "REFERRALS (referral.txt)" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD
           OPEN INPUT ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               PERFORM PRINT-SECTION-FOOT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO RFL-NEW-ID
           READ ReferralFile KEY IS RFL-NEW-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  Referred by " WS-OTHER-MEMBER
                           " on joining " RFL-REG-DATE
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
           END-READ
           MOVE WS-WORK-ID TO RFL-REFERRER-ID
           MOVE "N" TO WS-EOF-SWITCH
           START ReferralFile KEY IS EQUAL TO RFL-REFERRER-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ ReferralFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF RFL-REFERRER-ID NOT = WS-WORK-ID
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE RFL-CREDIT TO WS-AMOUNT-SHOWN
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING "  Referred " WS-OTHER-MEMBER " "
                               RFL-REG-DATE " state " RFL-STATE
                               " credit " WS-AMOUNT-SHOWN
                               DELIMITED BY SIZE INTO WS-RPT-TEXT
                       PERFORM RPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReferralFile
           PERFORM PRINT-SECTION-FOOT.

      * The answered request is rewritten through the work-file
      * swap with the date and who produced the package.
       MARK-REQUEST-ANSWERED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DsarLogFile
           IF WS-DSR-STATUS NOT = "00"
               DISPLAY "dsarlog.txt could not be opened - status "
                       WS-DSR-STATUS " - request NOT marked answered."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DsarWorkFile
           IF WS-DSRW-STATUS NOT = "00"
               DISPLAY "dsarwork.txt could not be opened - status "
                       WS-DSRW-STATUS " - request NOT marked answered."
               CLOSE DsarLogFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REQUEST
           PERFORM UNTIL WS-END-OF-FILE
               IF DSR-DB-ID = WS-WORK-ID AND DSR-STATE-OPEN
                   SET DSR-STATE-ANSWERED TO TRUE
                   MOVE WS-TODAY-DATE  TO DSR-ANSWERED-DATE
                   MOVE WS-OPERATOR-ID TO DSR-ANSWERED-BY
               END-IF
               MOVE DSAR-REQUEST-RECORD TO DSAR-WORK-RECORD
               WRITE DSAR-WORK-RECORD
               PERFORM READ-NEXT-REQUEST
           END-PERFORM
           CLOSE DsarLogFile
           CLOSE DsarWorkFile
           CALL "CBL_DELETE_FILE" USING WS-DSR-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-DSRW-FILE-NAME
                   WS-DSR-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated log is at "
                       "dsarwork.txt; restore it by hand."
           END-IF.

      * Every request on the log: open ones past their due date are
      * OVERDUE, answered ones after it LATE.
       REQUEST-REGISTER.
           MOVE ZERO TO WS-REQ-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE ZERO TO WS-LATE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DsarLogFile
           IF WS-DSR-STATUS NOT = "00"
               DISPLAY "No subject access requests on file."
               EXIT PARAGRAPH
           END-IF
           MOVE "s146reg" TO WS-RPT-ID
           MOVE "SUBJECT ACCESS REQUEST REGISTER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "ID                   RECEIVED DUE      ANSWERED "
                   "BY     STATE" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM READ-NEXT-REQUEST
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM PRINT-REQUEST-LINE
               PERFORM READ-NEXT-REQUEST
           END-PERFORM
           CLOSE DsarLogFile
           MOVE SPACES TO WS-RPT-TEXT
           STRING "REQUESTS " WS-REQ-COUNT "  OPEN " WS-OPEN-COUNT
                   "  OVERDUE " WS-OVERDUE-COUNT
                   "  ANSWERED LATE " WS-LATE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       PRINT-REQUEST-LINE.
           ADD 1 TO WS-REQ-COUNT
           IF DSR-STATE-OPEN
               ADD 1 TO WS-OPEN-COUNT
               IF WS-TODAY-DATE > DSR-DUE-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO WS-STATE-DESC
               ELSE
                   MOVE "OPEN" TO WS-STATE-DESC
               END-IF
           ELSE
               IF DSR-ANSWERED-DATE > DSR-DUE-DATE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "LATE" TO WS-STATE-DESC
               ELSE
                   MOVE "ANSWERED" TO WS-STATE-DESC
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING DSR-DB-ID " " DSR-REQ-DATE " " DSR-DUE-DATE " "
                   DSR-ANSWERED-DATE " " DSR-ANSWERED-BY "  "
                   WS-STATE-DESC
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
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

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S146.
