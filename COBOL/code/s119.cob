      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-15
      * Purpose: Direct-debit mandates and renewal collections.
      *          Renewals used to wait for the member to turn up at
      *          the S039 desk after S047's notice. Mandates
      *          (supervisor) keeps mandate.txt (MNDREC, keyed by
      *          the registration): the member's bank sort code and
      *          account, the mandate reference, the date it was
      *          signed and its status. The Collection run is the
      *          nightly step (S027 runs it as "echo C | ./s119"):
      *          every active mandate whose registration is active
      *          and paid through a date inside the advance-notice
      *          window (DD-NOTICE-DAYS) is debited the scheduled
      *          renewal fee plus tax, in one numbered batch
      *          (ddctl.txt counter) in the bank's collection layout
      *          (ddcoll.txt, DDCOLL), each item on the direct-debit
      *          register (ddreg.txt, DDREG) and pre-notified to the
      *          member through LTRGEN and NOTIFY. The Confirmation
      *          import (supervisor) reads the bank's answer
      *          (ddconf.txt, BNKCONF layout): a collected item
      *          becomes a numbered PAYREC receipt (PAY-METHOD "D")
      *          and a renewal transaction on the release file, so
      *          S031 and S015 roll it forward the way BATCH-RENEW
      *          always has; a failed or returned item counts
      *          against the mandate - a returned one reverses its
      *          receipt - and DD-MAX-FAILURES of them suspend the
      *          mandate with an operator alert. Returned members
      *          are picked up by S069's dunning. The Register
      *          report prints a batch, or all of them, through
      *          RPTWRT.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-02  rxz  Collected and returned direct debits now also
      *                    post their payment rows to the member's
      *                    balance master (balmast.txt) through BALUPD.
      *   2024-08-23  rxz  The advance notice, returned-debit and
      *                    suspended-mandate messages now ask the
      *                    CONSENT subprogram first: a member who has
      *                    opted out of service contact is not written
      *                    to and is counted as suppressed on the run
      *                    summary; the advance notice goes as the
      *                    letter or, where email is preferred, the
      *                    notification alone.
      *   2024-09-04  rxz  Renewal transactions are written with
      *                    TRAN-CAMPAIGN blank - a renewal is not
      *                    attributed to a campaign.
      *   2024-11-29  rxz  New receipts now clear PAY-REALLOC-REF so a
      *                    row never carries a reallocation reference it
      *                    was not written with.
      *   2024-11-29  rxz  The renewal transaction for a collected debit
      *                    now carries the receipt number in
      *                    TRAN-RECEIPT-NO, so S015 raises the renewal
      *                    invoice as paid instead of leaving it open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S119.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MandateFile ASSIGN TO "./../mandate.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MND-DB-ID
           FILE STATUS IS WS-MND-STATUS.

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

           SELECT FeeScheduleFile ASSIGN TO "./../feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSC-STATUS.

           SELECT TaxRateFile ASSIGN TO "./../taxrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT DDCollFile ASSIGN TO "./../ddcoll.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDC-STATUS.

           SELECT DDRegisterFile ASSIGN TO "./../ddreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDR-STATUS.

           SELECT DDRegisterWorkFile ASSIGN TO "./../ddrgwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDRW-STATUS.

           SELECT DDConfFile ASSIGN TO "./../ddconf.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCF-STATUS.

           SELECT DDCtlFile ASSIGN TO "./../ddctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT ReceiptCtlFile ASSIGN TO "./../rcptctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-CTL-STATUS.

           SELECT ReleaseFile ASSIGN TO DYNAMIC WS-RELEASE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-STATUS.

           SELECT OperAlertFile ASSIGN TO "./../operalert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MandateFile.
           COPY MNDREC.

       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  FeeScheduleFile.
           COPY FEESCHED.

       FD  TaxRateFile.
           COPY TAXRATE.

       FD  DDCollFile.
           COPY DDCOLL.

       FD  DDRegisterFile.
           COPY DDREG.

       FD  DDRegisterWorkFile.
           COPY DDREG REPLACING
               ==DD-REGISTER-RECORD== BY ==DD-REGISTER-WORK-RECORD==
               LEADING ==DDR== BY ==DDW==.

       FD  DDConfFile.
           COPY BNKCONF.

       FD  DDCtlFile.
       01  DDCtlRec                     PIC 9(05).

       FD  PaymentFile.
           COPY PAYREC.

       FD  ReceiptCtlFile.
       01  ReceiptCtlRec                PIC 9(07).

       FD  ReleaseFile.
           COPY TRANREC.

       FD  OperAlertFile.
       01  ALERT-LINE                   PIC X(80).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-MND-STATUS                PIC XX.
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-FSC-STATUS                PIC XX.
       01  WS-TAX-STATUS                PIC XX.
       01  WS-DDC-STATUS                PIC XX.
       01  WS-DDR-STATUS                PIC XX.
       01  WS-DDRW-STATUS               PIC XX.
       01  WS-BCF-STATUS                PIC XX.
       01  WS-CTL-STATUS                PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-RCPT-CTL-STATUS           PIC XX.
       01  WS-RELEASE-STATUS            PIC XX.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-RELEASE-PATH              PIC X(60).
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-FSC-EOF-SWITCH            PIC X(01).
           88  WS-FSC-END-OF-FILE       VALUE "Y".
       01  WS-TAX-EOF-SWITCH            PIC X(01).
           88  WS-TAX-END-OF-FILE       VALUE "Y".
       01  WS-MEM-OPEN-SWITCH           PIC X(01).
           88  WS-MEM-OPEN              VALUE "Y".
       01  WS-ACTION                    PIC X(01).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-NEW-STATUS                PIC X(01).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-DDC-FILE-NAME    PIC X(20) VALUE "./../ddcoll.txt".
       01  WS-DDR-FILE-NAME    PIC X(20) VALUE "./../ddreg.txt".
       01  WS-DDRW-FILE-NAME   PIC X(20) VALUE "./../ddrgwork.txt".
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-ALERT-TEXT                PIC X(80).

      * Collection run.
       01  WS-NOTICE-DAYS               PIC 9(03) VALUE 14.
       01  WS-WINDOW-TO                 PIC 9(08).
       01  WS-DAY-STEP                  PIC 9(03).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).
       01  WS-BATCH-NO                  PIC 9(05).
       01  WS-BATCH-ENTRY               PIC X(05).
       01  WS-WANTED-BATCH              PIC 9(05).
       01  WS-ITEM-COUNT                PIC 9(05).
       01  WS-BATCH-TOTAL               PIC 9(11)V99.
       01  WS-MANDATE-COUNT             PIC 9(05).
       01  WS-SKIPPED-COUNT             PIC 9(05).
       01  WS-COUNTRY-CCY               PIC X(03).
       01  WS-FEE-AMOUNT                PIC 9(07)V99.
       01  WS-TAX-AMOUNT                PIC 9(07)V99.
       01  WS-CURRND-WORK               PIC 9(07)V99.
       01  WS-SCHED-ASOF-DATE           PIC 9(08).
       01  WS-SCHED-BEST-EFFECTIVE      PIC 9(08).
       01  WS-SCHED-FEE                 PIC 9(07)V99.
       01  WS-SCHED-FOUND-SWITCH        PIC X(01).
           88  WS-SCHED-FEE-FOUND       VALUE "Y".
       01  WS-SCHED-EXACT-SWITCH        PIC X(01).
           88  WS-SCHED-CLASS-EXACT     VALUE "Y".
       01  WS-TAX-RATE                  PIC 9(02)V99.
       01  WS-TAX-BEST-EFFECTIVE        PIC 9(08).
       01  WS-TAX-FOUND-SWITCH          PIC X(01).
           88  WS-TAX-RATE-FOUND        VALUE "Y".

      * Confirmation import.
       01  WS-MAX-FAILURES              PIC 9(02) VALUE 2.
       01  WS-LAST-RECEIPT-NO           PIC 9(07).
       01  WS-CONF-TABLE.
           05  WS-CNF OCCURS 500 TIMES
                   INDEXED BY WS-CNF-IDX.
               10  WS-CNF-BATCH-NO      PIC 9(05).
               10  WS-CNF-ITEM-NO       PIC 9(05).
               10  WS-CNF-RESULT        PIC X(01).
               10  WS-CNF-VALUE-DATE    PIC 9(08).
               10  WS-CNF-REASON        PIC X(20).
               10  WS-CNF-APPLIED       PIC X(01).
       01  WS-CONF-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-CNF-FOUND-SWITCH          PIC X(01).
           88  WS-CNF-FOUND             VALUE "Y".
       01  WS-COLLECTED-COUNT           PIC 9(05).
       01  WS-COLLECTED-TOTAL           PIC 9(11)V99.
       01  WS-FAILED-COUNT              PIC 9(05).
       01  WS-FAILED-TOTAL              PIC 9(11)V99.
       01  WS-RETURNED-COUNT            PIC 9(05).
       01  WS-RETURNED-TOTAL            PIC 9(11)V99.
       01  WS-SUSPENDED-COUNT           PIC 9(05).
       01  WS-UNMATCHED-COUNT           PIC 9(05).

      * Register report totals.
       01  WS-RPT-SENT-TOTAL            PIC 9(11)V99.
       01  WS-RPT-COLLECTED-TOTAL       PIC 9(11)V99.
       01  WS-RPT-FAILED-TOTAL          PIC 9(11)V99.
       01  WS-RPT-RETURNED-TOTAL        PIC 9(11)V99.
       01  WS-RPT-COUNT                 PIC 9(05).

       01  WS-LTR-TEMPLATE-ID           PIC X(08) VALUE "DDNOTICE".
       01  WS-LTR-DB-ID                 PIC X(20).
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S119".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08).
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S119".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S119".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "  S119 - DIRECT DEBITS"
           DISPLAY "==================================================="
           DISPLAY "Action (M=Mandates, C=Collection run, "
                   "I=Confirmation import, R=Register report): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "M"
               WHEN "m"
                   PERFORM MAINTAIN-MANDATES
               WHEN "C"
               WHEN "c"
                   PERFORM COLLECTION-RUN
               WHEN "I"
               WHEN "i"
                   PERFORM CONFIRMATION-IMPORT
               WHEN "R"
               WHEN "r"
                   PERFORM REGISTER-REPORT
               WHEN OTHER
                   DISPLAY "No such action."
           END-EVALUATE
           STOP RUN.

      * -- Mandates: a member's bank authority is only ever keyed or
      * -- changed under a supervisor profile, the S041 stance on
      * -- anything that decides where money moves.
       MAINTAIN-MANDATES.
           PERFORM SUPERVISOR-SIGN-ON
           OPEN I-O MandateFile
           IF WS-MND-STATUS = "35"
               OPEN OUTPUT MandateFile
               CLOSE MandateFile
               OPEN I-O MandateFile
           END-IF
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "mandate.txt could not be opened - status "
                       WS-MND-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A=Add  S=Status  B=Bank details  L=List: "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-MANDATE
               WHEN "S"
               WHEN "s"
                   PERFORM CHANGE-MANDATE-STATUS
               WHEN "B"
               WHEN "b"
                   PERFORM CHANGE-MANDATE-BANK
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-MANDATES
               WHEN OTHER
                   DISPLAY "No such action."
           END-EVALUATE
           CLOSE MandateFile.

      * A new mandate is for a live registration only, one per ID;
      * the account holder defaults to the member's own name.
       ADD-MANDATE.
           DISPLAY "Registration ID: "
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
                   MOVE SPACES TO DB-ID
           END-READ
           CLOSE DatabaseFile
           IF DB-ID = SPACES OR DB-STATUS-VOID
               DISPLAY "ID " WS-WORK-ID " is not a live registration."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO MND-DB-ID
           READ MandateFile KEY IS MND-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ID " WS-WORK-ID " already has a mandate "
                           "(status " MND-STATUS ") - use S or B."
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO MANDATE-RECORD
           MOVE WS-WORK-ID TO MND-DB-ID
           DISPLAY "Mandate reference: "
           ACCEPT MND-REFERENCE
           DISPLAY "Bank sort code   : "
           ACCEPT MND-BANK-SORT
           DISPLAY "Bank account     : "
           ACCEPT MND-BANK-ACCOUNT
           IF MND-REFERENCE = SPACES OR MND-BANK-SORT = SPACES
                   OR MND-BANK-ACCOUNT = SPACES
               DISPLAY "Reference, sort code and account are all "
                       "required - mandate NOT added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account holder (blank = member's name): "
           ACCEPT MND-ACCOUNT-NAME
           IF MND-ACCOUNT-NAME = SPACES
               PERFORM DEFAULT-ACCOUNT-NAME
           END-IF
           DISPLAY "Date signed (YYYYMMDD, blank = today): "
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO MND-SIGNED-DATE
           ELSE
               IF WS-DATE-ENTRY IS NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD - mandate NOT "
                           "added."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ENTRY TO MND-SIGNED-DATE
           END-IF
           SET MND-STATUS-ACTIVE TO TRUE
           MOVE ZERO TO MND-FAIL-COUNT
           MOVE ZERO TO MND-COLLECTED-THRU
           MOVE ZERO TO MND-LAST-COLLECT-DATE
           MOVE WS-SIGNON-ID TO MND-CHANGED-BY
           MOVE WS-TODAY-DATE TO MND-CHANGED-DATE
           WRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "WRITE to mandate.txt failed - status "
                           WS-MND-STATUS
               NOT INVALID KEY
                   DISPLAY "Mandate added for " MND-DB-ID "."
           END-WRITE.

       DEFAULT-ACCOUNT-NAME.
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               NOT INVALID KEY
                   MOVE MEM-NAME TO MND-ACCOUNT-NAME
           END-READ
           CLOSE MemberDetailsFile.

      * Reactivating clears the failure count - the supervisor has
      * spoken to the member and the next failure starts afresh.
       CHANGE-MANDATE-STATUS.
           PERFORM READ-MANDATE-FOR-CHANGE
           IF WS-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Status " MND-STATUS "  failures " MND-FAIL-COUNT
           DISPLAY "New status (A=Active, S=Suspended, "
                   "C=Cancelled): "
           ACCEPT WS-NEW-STATUS
           EVALUATE WS-NEW-STATUS
               WHEN "A"
               WHEN "a"
                   SET MND-STATUS-ACTIVE TO TRUE
                   MOVE ZERO TO MND-FAIL-COUNT
               WHEN "S"
               WHEN "s"
                   SET MND-STATUS-SUSPENDED TO TRUE
               WHEN "C"
               WHEN "c"
                   SET MND-STATUS-CANCELLED TO TRUE
               WHEN OTHER
                   DISPLAY "No such status - nothing changed."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM REWRITE-CHANGED-MANDATE.

      * New bank details are a new authority from the member - the
      * signature date moves and the failure count starts again.
       CHANGE-MANDATE-BANK.
           PERFORM READ-MANDATE-FOR-CHANGE
           IF WS-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Now: " MND-BANK-SORT " " MND-BANK-ACCOUNT " "
                   MND-ACCOUNT-NAME
           DISPLAY "New bank sort code: "
           ACCEPT MND-BANK-SORT
           DISPLAY "New bank account  : "
           ACCEPT MND-BANK-ACCOUNT
           IF MND-BANK-SORT = SPACES OR MND-BANK-ACCOUNT = SPACES
               DISPLAY "Sort code and account are both required - "
                       "nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account holder (blank = unchanged): "
           ACCEPT WS-NTF-KEY-1
           IF WS-NTF-KEY-1 NOT = SPACES
               MOVE WS-NTF-KEY-1 TO MND-ACCOUNT-NAME
           END-IF
           MOVE WS-TODAY-DATE TO MND-SIGNED-DATE
           MOVE ZERO TO MND-FAIL-COUNT
           PERFORM REWRITE-CHANGED-MANDATE.

      * WS-WORK-ID comes back spaces when there is nothing to change.
       READ-MANDATE-FOR-CHANGE.
           DISPLAY "Registration ID: "
           ACCEPT WS-WORK-ID
           MOVE WS-WORK-ID TO MND-DB-ID
           READ MandateFile KEY IS MND-DB-ID
               INVALID KEY
                   DISPLAY "No mandate on file for " WS-WORK-ID "."
                   MOVE SPACES TO WS-WORK-ID
           END-READ.

       REWRITE-CHANGED-MANDATE.
           MOVE WS-SIGNON-ID TO MND-CHANGED-BY
           MOVE WS-TODAY-DATE TO MND-CHANGED-DATE
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of mandate.txt failed - status "
                           WS-MND-STATUS
               NOT INVALID KEY
                   DISPLAY "Mandate for " MND-DB-ID " updated."
           END-REWRITE.

       LIST-MANDATES.
           DISPLAY "ID                   REFERENCE          ST FL "
                   "SIGNED   COLLECTED-THRU"
           MOVE LOW-VALUES TO MND-DB-ID
           START MandateFile KEY IS NOT LESS THAN MND-DB-ID
               INVALID KEY
                   DISPLAY "No mandates on file."
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-MANDATE
           PERFORM UNTIL WS-END-OF-FILE
               DISPLAY MND-DB-ID " " MND-REFERENCE " " MND-STATUS
                       "  " MND-FAIL-COUNT " " MND-SIGNED-DATE " "
                       MND-COLLECTED-THRU
               PERFORM READ-NEXT-MANDATE
           END-PERFORM.

      * -- Collection run: unattended, so nothing here asks a
      * -- question. The batch number is only taken from ddctl.txt
      * -- when something actually goes in the file, so the bank
      * -- never sees a gap.
       COLLECTION-RUN.
           MOVE ZERO TO WS-SUPPRESSED-COUNT
           MOVE "DD-NOTICE-DAYS" TO WS-CFG-NAME
           MOVE "014" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-NOTICE-DAYS
           END-IF
           MOVE WS-TODAY-DATE TO WS-WINDOW-TO
           MOVE "NEXTDAY" TO WS-BUSDAY-KIND
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-DAY-STEP > WS-NOTICE-DAYS
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-WINDOW-TO
                       WS-BUSDAY-RESULT
           END-PERFORM

           MOVE ZERO TO WS-BATCH-NO
           OPEN INPUT DDCtlFile
           IF WS-CTL-STATUS = "00"
               READ DDCtlFile INTO WS-BATCH-NO
               CLOSE DDCtlFile
           END-IF
           ADD 1 TO WS-BATCH-NO
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-BATCH-TOTAL
           MOVE ZERO TO WS-MANDATE-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT

           OPEN I-O MandateFile
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "No mandates on file - no collection run."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - no collection run."
               CLOSE MandateFile
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DDCollFile
           IF WS-DDC-STATUS NOT = "00"
               DISPLAY "ddcoll.txt could not be opened - status "
                       WS-DDC-STATUS " - no collection run."
               CLOSE DatabaseFile
               CLOSE MandateFile
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DDRegisterFile
           IF WS-DDR-STATUS = "35"
               OPEN OUTPUT DDRegisterFile
           END-IF
           IF WS-DDR-STATUS NOT = "00"
               DISPLAY "ddreg.txt could not be opened - status "
                       WS-DDR-STATUS " - no collection run."
               CLOSE DDCollFile
               CALL "CBL_DELETE_FILE" USING WS-DDC-FILE-NAME
                       RETURNING WS-DEL-RESULT
               CLOSE DatabaseFile
               CLOSE MandateFile
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MEM-OPEN-SWITCH
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-OPEN TO TRUE
           END-IF

           PERFORM WRITE-BATCH-HEADER
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-MANDATE
           PERFORM UNTIL WS-END-OF-FILE
               IF MND-STATUS-ACTIVE
                   ADD 1 TO WS-MANDATE-COUNT
                   PERFORM COLLECT-IF-DUE
               END-IF
               PERFORM READ-NEXT-MANDATE
           END-PERFORM
           MOVE SPACES            TO DD-COLLECTION-TRAILER
           MOVE "T"               TO DDT-REC-TYPE
           MOVE WS-BATCH-NO       TO DDT-BATCH-NO
           MOVE WS-ITEM-COUNT     TO DDT-ITEM-COUNT
           MOVE WS-BATCH-TOTAL    TO DDT-AMOUNT-TOTAL
           WRITE DD-COLLECTION-TRAILER
           IF WS-MEM-OPEN
               CLOSE MemberDetailsFile
           END-IF
           CLOSE DDRegisterFile
           CLOSE DDCollFile
           CLOSE DatabaseFile
           CLOSE MandateFile

           IF WS-ITEM-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-DDC-FILE-NAME
                       RETURNING WS-DEL-RESULT
               DISPLAY "No mandated renewals inside the notice "
                       "window - no collection file written."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DDCtlFile
           MOVE WS-BATCH-NO TO DDCtlRec
           WRITE DDCtlRec
           CLOSE DDCtlFile

           DISPLAY "==================================================="
           DISPLAY "  DIRECT-DEBIT BATCH " WS-BATCH-NO " - "
                   WS-TODAY-DATE
           DISPLAY "==================================================="
           DISPLAY "Active mandates read      : " WS-MANDATE-COUNT
           DISPLAY "Paid through up to        : " WS-WINDOW-TO
           DISPLAY "Collections in batch      : " WS-ITEM-COUNT
           DISPLAY "Batch total               : " WS-BATCH-TOTAL
           DISPLAY "Left out (no fee on file) : " WS-SKIPPED-COUNT
           DISPLAY "Notices suppressed        : " WS-SUPPRESSED-COUNT
           DISPLAY "Bank file                 : ddcoll.txt"
           DISPLAY "==================================================="
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Direct-debit batch " WS-BATCH-NO " written: "
                   WS-ITEM-COUNT " item(s) for " WS-BATCH-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       WRITE-BATCH-HEADER.
           MOVE "BANK-ORIGINATOR" TO WS-CFG-NAME
           MOVE "0000000000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE SPACES               TO DD-COLLECTION-HEADER
           MOVE "H"                  TO DDH-REC-TYPE
           MOVE WS-BATCH-NO          TO DDH-BATCH-NO
           MOVE WS-CFG-VALUE(1:10)   TO DDH-ORIGINATOR
           MOVE WS-TODAY-DATE        TO DDH-CREATE-DATE
           ACCEPT DDH-CREATE-TIME FROM TIME
           WRITE DD-COLLECTION-HEADER.

      * An active registration paid through a date inside the
      * window, not already collected for that period, is debited
      * on its paid-through date at the fee the schedule has for
      * its country and class today - the fee S015 would default
      * at the desk - plus the tax in force.
       COLLECT-IF-DUE.
           MOVE MND-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT DB-LAYOUT-CURRENT OR NOT DB-STATUS-ACTIVE
                   OR DB-PAID-THRU IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF DB-PAID-THRU < WS-TODAY-DATE
                   OR DB-PAID-THRU > WS-WINDOW-TO
                   OR DB-PAID-THRU = MND-COLLECTED-THRU
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-SCHEDULED-FEE
           IF NOT WS-SCHED-FEE-FOUND
               DISPLAY "No scheduled fee for " DB-ID " ("
                       DB-COUNTRY ") - not collected."
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCHED-FEE TO WS-FEE-AMOUNT
           MOVE DB-CURRENCY TO WS-COUNTRY-CCY
           CALL "CURRND" USING WS-COUNTRY-CCY WS-FEE-AMOUNT
           PERFORM COMPUTE-TAX-ON-FEE

           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES            TO DD-COLLECTION-RECORD
           SET DDC-REC-DETAIL     TO TRUE
           MOVE WS-BATCH-NO       TO DDC-BATCH-NO
           MOVE WS-ITEM-COUNT     TO DDC-ITEM-NO
           MOVE MND-BANK-SORT     TO DDC-PAYER-SORT
           MOVE MND-BANK-ACCOUNT  TO DDC-PAYER-ACCOUNT
           MOVE MND-ACCOUNT-NAME  TO DDC-PAYER-NAME
           IF DDC-PAYER-NAME = SPACES AND WS-MEM-OPEN
               MOVE DB-ID TO MEM-DB-ID
               READ MemberDetailsFile KEY IS MEM-DB-ID
                   NOT INVALID KEY
                       MOVE MEM-NAME TO DDC-PAYER-NAME
               END-READ
           END-IF
           COMPUTE DDC-AMOUNT = WS-FEE-AMOUNT + WS-TAX-AMOUNT
           ADD DDC-AMOUNT TO WS-BATCH-TOTAL
           MOVE MND-REFERENCE     TO DDC-MANDATE-REF
           MOVE DB-PAID-THRU      TO DDC-COLLECT-DATE
           WRITE DD-COLLECTION-RECORD

           MOVE WS-BATCH-NO       TO DDR-BATCH-NO
           MOVE WS-ITEM-COUNT     TO DDR-ITEM-NO
           MOVE DB-ID             TO DDR-DB-ID
           MOVE DB-COUNTRY        TO DDR-COUNTRY
           MOVE DB-BRANCH         TO DDR-BRANCH
           MOVE DB-CURRENCY       TO DDR-CURRENCY
           MOVE MND-REFERENCE     TO DDR-MANDATE-REF
           MOVE DB-PAID-THRU      TO DDR-PAID-THRU
           MOVE WS-FEE-AMOUNT     TO DDR-FEE
           MOVE WS-TAX-AMOUNT     TO DDR-TAX
           MOVE DDC-AMOUNT        TO DDR-AMOUNT
           MOVE DB-PAID-THRU      TO DDR-COLLECT-DATE
           MOVE WS-TODAY-DATE     TO DDR-SENT-DATE
           SET DDR-STATE-SENT     TO TRUE
           MOVE ZERO              TO DDR-CONFIRM-DATE
           MOVE ZERO              TO DDR-RECEIPT-NO
           MOVE SPACES            TO DDR-REASON
           WRITE DD-REGISTER-RECORD
           IF WS-DDR-STATUS NOT = "00"
               DISPLAY "WRITE to ddreg.txt failed - status "
                       WS-DDR-STATUS
           END-IF

           MOVE DB-PAID-THRU      TO MND-COLLECTED-THRU
           MOVE WS-TODAY-DATE     TO MND-LAST-COLLECT-DATE
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of mandate.txt failed for "
                           MND-DB-ID " - status " WS-MND-STATUS
           END-REWRITE
           PERFORM PRODUCE-ADVANCE-NOTICE.

      * The member hears before the money goes - LTRGEN's letter
      * or a NOTIFY message, whichever the member prefers.
       PRODUCE-ADVANCE-NOTICE.
           MOVE DB-ID TO WS-CNS-DB-ID
           PERFORM CHECK-CONTACT-CONSENT
           IF NOT WS-CONTACT-ALLOWED
               EXIT PARAGRAPH
           END-IF
           MOVE DB-ID TO WS-LTR-DB-ID
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Direct debit of " DDC-AMOUNT " " DB-CURRENCY
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-1
           MOVE SPACES TO WS-LTR-FIELD-2
           STRING "To be collected on " DDC-COLLECT-DATE
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-2
           MOVE SPACES TO WS-LTR-FIELD-3
           STRING "Mandate " MND-REFERENCE
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-3
           IF NOT WS-CNS-BY-EMAIL
               CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                       WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3
               EXIT PARAGRAPH
           END-IF
           MOVE DB-ID          TO WS-NTF-RECIPIENT
           MOVE "DDNOTICE"     TO WS-NTF-TEMPLATE
           MOVE WS-LTR-FIELD-1 TO WS-NTF-KEY-1
           MOVE WS-LTR-FIELD-2 TO WS-NTF-KEY-2
           CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                   WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2.

      * Asked before anything goes to the member in WS-CNS-DB-ID.
       CHECK-CONTACT-CONSENT.
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.

      * Scheduled rate for DB-COUNTRY / DB-CLASS in force today -
      * the S015 lookup: a class-specific row beats a blank-class
      * one, and the newest applicable effective date wins.
       LOOKUP-SCHEDULED-FEE.
           MOVE "N" TO WS-SCHED-FOUND-SWITCH
           MOVE "N" TO WS-SCHED-EXACT-SWITCH
           MOVE "N" TO WS-FSC-EOF-SWITCH
           MOVE ZERO TO WS-SCHED-BEST-EFFECTIVE
           MOVE WS-TODAY-DATE TO WS-SCHED-ASOF-DATE
           OPEN INPUT FeeScheduleFile
           IF WS-FSC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SCHEDULE-ROW
           PERFORM UNTIL WS-FSC-END-OF-FILE
               IF FSC-COUNTRY = DB-COUNTRY
                       AND (FSC-CLASS = DB-CLASS
                            OR FSC-CLASS = SPACE)
                       AND FSC-EFFECTIVE-DATE <= WS-SCHED-ASOF-DATE
                       AND (FSC-END-DATE = ZERO
                            OR FSC-END-DATE > WS-SCHED-ASOF-DATE)
                   PERFORM WEIGH-SCHEDULE-CANDIDATE
               END-IF
               PERFORM READ-NEXT-SCHEDULE-ROW
           END-PERFORM
           CLOSE FeeScheduleFile.

       WEIGH-SCHEDULE-CANDIDATE.
           IF WS-SCHED-CLASS-EXACT AND FSC-CLASS = SPACE
               EXIT PARAGRAPH
           END-IF
           IF FSC-CLASS NOT = SPACE AND NOT WS-SCHED-CLASS-EXACT
               SET WS-SCHED-CLASS-EXACT TO TRUE
               MOVE ZERO TO WS-SCHED-BEST-EFFECTIVE
           END-IF
           IF FSC-EFFECTIVE-DATE >= WS-SCHED-BEST-EFFECTIVE
               MOVE FSC-EFFECTIVE-DATE TO WS-SCHED-BEST-EFFECTIVE
               MOVE FSC-RATE TO WS-SCHED-FEE
               SET WS-SCHED-FEE-FOUND TO TRUE
           END-IF.

       READ-NEXT-SCHEDULE-ROW.
           READ FeeScheduleFile
               AT END
                   SET WS-FSC-END-OF-FILE TO TRUE
           END-READ.

      * The tax due on WS-FEE-AMOUNT at the rate in force today for
      * DB-COUNTRY, rounded in the registration's currency - the
      * same figure S015's renewal will put on the ledger.
       COMPUTE-TAX-ON-FEE.
           PERFORM LOOKUP-TAX-RATE
           IF WS-TAX-RATE-FOUND
               COMPUTE WS-TAX-AMOUNT ROUNDED
                       = WS-FEE-AMOUNT * WS-TAX-RATE / 100
               MOVE WS-TAX-AMOUNT TO WS-CURRND-WORK
               CALL "CURRND" USING WS-COUNTRY-CCY WS-CURRND-WORK
               MOVE WS-CURRND-WORK TO WS-TAX-AMOUNT
           ELSE
               MOVE ZERO TO WS-TAX-AMOUNT
           END-IF.

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

      * -- Confirmation import: the register decides what an answer
      * -- means. A "sent" item the bank paid is collected, one it
      * -- rejected has failed; a collected item it rejects later is
      * -- a returned debit. Anything else - including the same file
      * -- imported twice - changes nothing.
       CONFIRMATION-IMPORT.
           MOVE ZERO TO WS-SUPPRESSED-COUNT
           CALL "BIZDATE" USING WS-BUSDATE WS-BUSDATE-STATE
           IF WS-BUSDATE-STATE = "C"
               DISPLAY "Day-end is in flight - import refused "
                       "until S088 advances the business date."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-CONFIRMATIONS
           IF WS-CONF-COUNT = ZERO
               DISPLAY "No direct-debit confirmations to import."
               EXIT PARAGRAPH
           END-IF
           MOVE "DD-MAX-FAILURES" TO WS-CFG-NAME
           MOVE "002" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(2:2) TO WS-MAX-FAILURES
           END-IF
           MOVE ZERO TO WS-COLLECTED-COUNT
           MOVE ZERO TO WS-COLLECTED-TOTAL
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-FAILED-TOTAL
           MOVE ZERO TO WS-RETURNED-COUNT
           MOVE ZERO TO WS-RETURNED-TOTAL
           MOVE ZERO TO WS-SUSPENDED-COUNT
           MOVE ZERO TO WS-UNMATCHED-COUNT

           OPEN I-O MandateFile
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "mandate.txt could not be opened - status "
                       WS-MND-STATUS " - nothing imported."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PaymentFile
           IF WS-PAY-STATUS = "35"
               OPEN OUTPUT PaymentFile
           END-IF
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "payment.txt could not be opened - status "
                       WS-PAY-STATUS " - nothing imported."
               CLOSE MandateFile
               EXIT PARAGRAPH
           END-IF
           PERFORM INITIALIZE-RELEASE-PATH
           OPEN EXTEND ReleaseFile
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT ReleaseFile
           END-IF
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "Release file could not be opened - status "
                       WS-RELEASE-STATUS " - nothing imported."
               CLOSE PaymentFile
               CLOSE MandateFile
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-TO-REGISTER
           CLOSE ReleaseFile
           CLOSE PaymentFile
           CLOSE MandateFile

           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONF-COUNT
               IF WS-CNF-APPLIED(WS-CNF-IDX) = "N"
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "No open item for batch "
                           WS-CNF-BATCH-NO(WS-CNF-IDX) " item "
                           WS-CNF-ITEM-NO(WS-CNF-IDX)
                           " - confirmation ignored."
               END-IF
           END-PERFORM

           DISPLAY "==================================================="
           DISPLAY "  DIRECT-DEBIT CONFIRMATION IMPORT - " WS-BUSDATE
           DISPLAY "==================================================="
           DISPLAY "Collected                 : " WS-COLLECTED-COUNT
           DISPLAY "Amount collected          : " WS-COLLECTED-TOTAL
           DISPLAY "Failed                    : " WS-FAILED-COUNT
           DISPLAY "Amount failed             : " WS-FAILED-TOTAL
           DISPLAY "Returned (reversed)       : " WS-RETURNED-COUNT
           DISPLAY "Amount returned           : " WS-RETURNED-TOTAL
           DISPLAY "Mandates suspended        : " WS-SUSPENDED-COUNT
           DISPLAY "Confirmations not matched : " WS-UNMATCHED-COUNT
           DISPLAY "Messages suppressed       : " WS-SUPPRESSED-COUNT
           DISPLAY "Renewals released to      : " WS-RELEASE-PATH
           DISPLAY "==================================================="
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "DD confirmations: " WS-COLLECTED-COUNT
                   " collected, " WS-FAILED-COUNT " failed, "
                   WS-RETURNED-COUNT " returned"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       LOAD-CONFIRMATIONS.
           MOVE ZERO TO WS-CONF-COUNT
           OPEN INPUT DDConfFile
           IF WS-BCF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CONFIRMATION
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-CONF-COUNT >= 500
                   DISPLAY "More than 500 confirmations - the rest "
                           "wait for the next import."
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   IF BCF-RESULT-PAID OR BCF-RESULT-REJECTED
                       ADD 1 TO WS-CONF-COUNT
                       SET WS-CNF-IDX TO WS-CONF-COUNT
                       MOVE BCF-BATCH-NO
                           TO WS-CNF-BATCH-NO(WS-CNF-IDX)
                       MOVE BCF-ITEM-NO TO WS-CNF-ITEM-NO(WS-CNF-IDX)
                       MOVE BCF-RESULT TO WS-CNF-RESULT(WS-CNF-IDX)
                       MOVE BCF-VALUE-DATE
                           TO WS-CNF-VALUE-DATE(WS-CNF-IDX)
                       MOVE BCF-REASON TO WS-CNF-REASON(WS-CNF-IDX)
                       MOVE "N" TO WS-CNF-APPLIED(WS-CNF-IDX)
                   ELSE
                       DISPLAY "Confirmation for batch " BCF-BATCH-NO
                               " item " BCF-ITEM-NO " has result '"
                               BCF-RESULT "' - ignored."
                   END-IF
                   PERFORM READ-NEXT-CONFIRMATION
               END-IF
           END-PERFORM
           CLOSE DDConfFile.

      * DDR-BATCH-NO / DDR-ITEM-NO in, WS-CNF-IDX out.
       FIND-CONFIRMATION.
           MOVE "N" TO WS-CNF-FOUND-SWITCH
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONF-COUNT OR WS-CNF-FOUND
               IF WS-CNF-BATCH-NO(WS-CNF-IDX) = DDR-BATCH-NO
                       AND WS-CNF-ITEM-NO(WS-CNF-IDX) = DDR-ITEM-NO
                       AND WS-CNF-APPLIED(WS-CNF-IDX) = "N"
                   SET WS-CNF-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CNF-FOUND
               SET WS-CNF-IDX DOWN BY 1
           END-IF.

       APPLY-TO-REGISTER.
           OPEN INPUT DDRegisterFile
           IF WS-DDR-STATUS NOT = "00"
               DISPLAY "ddreg.txt could not be opened - status "
                       WS-DDR-STATUS " - nothing imported."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DDRegisterWorkFile
           IF WS-DDRW-STATUS NOT = "00"
               DISPLAY "ddrgwork.txt could not be opened - status "
                       WS-DDRW-STATUS " - nothing imported."
               CLOSE DDRegisterFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REGISTER-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF DDR-STATE-SENT OR DDR-STATE-COLLECTED
                   PERFORM FIND-CONFIRMATION
                   IF WS-CNF-FOUND
                       PERFORM ANSWER-REGISTER-ROW
                   END-IF
               END-IF
               MOVE DD-REGISTER-RECORD TO DD-REGISTER-WORK-RECORD
               WRITE DD-REGISTER-WORK-RECORD
               PERFORM READ-NEXT-REGISTER-ROW
           END-PERFORM
           CLOSE DDRegisterWorkFile
           CLOSE DDRegisterFile
           CALL "CBL_DELETE_FILE" USING WS-DDR-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-DDRW-FILE-NAME
                   WS-DDR-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated register is at "
                       "ddrgwork.txt; restore it by hand."
           END-IF.

       ANSWER-REGISTER-ROW.
           EVALUATE TRUE
               WHEN DDR-STATE-SENT
                       AND WS-CNF-RESULT(WS-CNF-IDX) = "P"
                   PERFORM COLLECT-DEBIT
               WHEN DDR-STATE-SENT
                   PERFORM FAIL-DEBIT
               WHEN WS-CNF-RESULT(WS-CNF-IDX) = "R"
                   PERFORM RETURN-DEBIT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Y" TO WS-CNF-APPLIED(WS-CNF-IDX).

      * The bank took the money: a numbered receipt on payment.txt
      * under PAY-METHOD "D", and a renewal transaction for the fee
      * (S015 adds the tax again from the same table) so the next
      * S031 batch rolls the paid-through date forward. The receipt
      * number rides the transaction so the renewal invoice is
      * raised already paid by it.
       COLLECT-DEBIT.
           SET DDR-STATE-COLLECTED TO TRUE
           MOVE WS-CNF-VALUE-DATE(WS-CNF-IDX) TO DDR-CONFIRM-DATE
           PERFORM ASSIGN-NEXT-RECEIPT-NO
           MOVE WS-LAST-RECEIPT-NO TO DDR-RECEIPT-NO
           MOVE DDR-DB-ID          TO PAY-DB-ID
           MOVE DDR-AMOUNT         TO PAY-AMOUNT
           MOVE WS-BUSDATE         TO PAY-DATE
           ACCEPT PAY-TIME FROM TIME
           MOVE WS-SIGNON-ID       TO PAY-OPERATOR
           MOVE DDR-RECEIPT-NO     TO PAY-RECEIPT-NO
           MOVE DDR-BRANCH         TO PAY-BRANCH
           SET PAY-METHOD-DIRECT-DEBIT TO TRUE
           MOVE SPACES             TO PAY-CHEQUE-NO
           MOVE SPACES             TO PAY-DRAWER
           STRING "DD BATCH " DDR-BATCH-NO
                   DELIMITED BY SIZE INTO PAY-DRAWER
           MOVE "P"                TO PAY-TYPE
           MOVE ZERO               TO PAY-REALLOC-REF
           WRITE PAYMENT-RECORD
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "WRITE to payment.txt failed for " DDR-DB-ID
                       " - status " WS-PAY-STATUS
           ELSE
               PERFORM POST-PAYMENT-TO-BALANCE
           END-IF

           MOVE "R"                TO TRAN-MODE
           MOVE DDR-DB-ID          TO TRAN-ID
           MOVE DDR-COUNTRY        TO TRAN-COUNTRY
           MOVE DDR-FEE            TO TRAN-FEE
           MOVE WS-SIGNON-ID       TO TRAN-EMPLOYEE-ID
           MOVE SPACES             TO TRAN-CAMPAIGN
           MOVE DDR-RECEIPT-NO     TO TRAN-RECEIPT-NO
           WRITE TRANSACTION-RECORD
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "WRITE to release file failed for " DDR-DB-ID
                       " - status " WS-RELEASE-STATUS
                       " - renew by hand."
           END-IF

           MOVE DDR-DB-ID TO MND-DB-ID
           READ MandateFile KEY IS MND-DB-ID
               NOT INVALID KEY
                   MOVE ZERO TO MND-FAIL-COUNT
                   REWRITE MANDATE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           ADD 1 TO WS-COLLECTED-COUNT
           ADD DDR-AMOUNT TO WS-COLLECTED-TOTAL.

      * The bank never took the money. The period is open for the
      * next night's run again while the window lasts.
       FAIL-DEBIT.
           SET DDR-STATE-FAILED TO TRUE
           MOVE WS-CNF-VALUE-DATE(WS-CNF-IDX) TO DDR-CONFIRM-DATE
           MOVE WS-CNF-REASON(WS-CNF-IDX) TO DDR-REASON
           ADD 1 TO WS-FAILED-COUNT
           ADD DDR-AMOUNT TO WS-FAILED-TOTAL
           MOVE "WARN " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Direct debit failed for " DDR-DB-ID " batch "
                   DDR-BATCH-NO " - " DDR-REASON
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           PERFORM COUNT-MANDATE-FAILURE.

      * Money the bank collected and then handed back: the receipt
      * is reversed the S097 way - an "R" row quoting the same
      * receipt number - so the renewal charge stands unpaid and
      * the aging and dunning chase it.
       RETURN-DEBIT.
           SET DDR-STATE-RETURNED TO TRUE
           MOVE WS-CNF-VALUE-DATE(WS-CNF-IDX) TO DDR-CONFIRM-DATE
           MOVE WS-CNF-REASON(WS-CNF-IDX) TO DDR-REASON
           MOVE DDR-DB-ID          TO PAY-DB-ID
           MOVE DDR-AMOUNT         TO PAY-AMOUNT
           MOVE WS-BUSDATE         TO PAY-DATE
           ACCEPT PAY-TIME FROM TIME
           MOVE WS-SIGNON-ID       TO PAY-OPERATOR
           MOVE DDR-RECEIPT-NO     TO PAY-RECEIPT-NO
           MOVE DDR-BRANCH         TO PAY-BRANCH
           SET PAY-METHOD-DIRECT-DEBIT TO TRUE
           MOVE SPACES             TO PAY-CHEQUE-NO
           MOVE "DD RETURNED"      TO PAY-DRAWER
           MOVE "R"                TO PAY-TYPE
           MOVE ZERO               TO PAY-REALLOC-REF
           WRITE PAYMENT-RECORD
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "WRITE to payment.txt failed for " DDR-DB-ID
                       " - status " WS-PAY-STATUS
                       " - reverse receipt " DDR-RECEIPT-NO
                       " by hand."
           ELSE
               PERFORM POST-PAYMENT-TO-BALANCE
           END-IF
           ADD 1 TO WS-RETURNED-COUNT
           ADD DDR-AMOUNT TO WS-RETURNED-TOTAL
           MOVE "WARN " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Direct debit returned - receipt " DDR-RECEIPT-NO
                   " reversed for " DDR-DB-ID
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           MOVE DDR-DB-ID TO WS-CNS-DB-ID
           PERFORM CHECK-CONTACT-CONSENT
           IF WS-CONTACT-ALLOWED
               MOVE DDR-DB-ID     TO WS-NTF-RECIPIENT
               MOVE "DDRETURN"    TO WS-NTF-TEMPLATE
               MOVE SPACES TO WS-NTF-KEY-1
               STRING "Direct debit returned: " DDR-REASON
                       DELIMITED BY SIZE INTO WS-NTF-KEY-1
               MOVE SPACES TO WS-NTF-KEY-2
               STRING "Amount due again: " DDR-AMOUNT
                       DELIMITED BY SIZE INTO WS-NTF-KEY-2
               CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                       WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           END-IF
           PERFORM COUNT-MANDATE-FAILURE.

      * One more strike against the mandate; at DD-MAX-FAILURES an
      * active mandate is suspended and the operators are told.
      * A failed item also frees its period for another attempt.
       COUNT-MANDATE-FAILURE.
           MOVE DDR-DB-ID TO MND-DB-ID
           READ MandateFile KEY IS MND-DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF MND-FAIL-COUNT < 99
               ADD 1 TO MND-FAIL-COUNT
           END-IF
           IF DDR-STATE-FAILED
                   AND MND-COLLECTED-THRU = DDR-PAID-THRU
               MOVE ZERO TO MND-COLLECTED-THRU
           END-IF
           IF MND-STATUS-ACTIVE AND MND-FAIL-COUNT >= WS-MAX-FAILURES
               SET MND-STATUS-SUSPENDED TO TRUE
               MOVE WS-SIGNON-ID TO MND-CHANGED-BY
               MOVE WS-BUSDATE TO MND-CHANGED-DATE
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "S119: mandate SUSPENDED for " MND-DB-ID
                       " after " MND-FAIL-COUNT " failed debit(s)"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM RAISE-OPERATOR-ALERT
               MOVE DDR-DB-ID TO WS-CNS-DB-ID
               PERFORM CHECK-CONTACT-CONSENT
               IF WS-CONTACT-ALLOWED
                   MOVE DDR-DB-ID     TO WS-NTF-RECIPIENT
                   MOVE "DDSUSPND"    TO WS-NTF-TEMPLATE
                   MOVE "Direct debit mandate suspended"
                       TO WS-NTF-KEY-1
                   MOVE "Please pay at the desk" TO WS-NTF-KEY-2
                   CALL "NOTIFY" USING WS-NTF-PROGRAM
                           WS-NTF-RECIPIENT WS-NTF-TEMPLATE
                           WS-NTF-KEY-1 WS-NTF-KEY-2
               END-IF
           END-IF
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of mandate.txt failed for "
                           MND-DB-ID " - status " WS-MND-STATUS
           END-REWRITE.

      * Read the last-used receipt number from rcptctl.txt, bump it
      * by one and save it back - the S039 counter, so a desk and
      * this import never hand out the same receipt number.
      * The payment row just written moves the member's balance
      * master - a reversing row takes the money back off.
       POST-PAYMENT-TO-BALANCE.
           MOVE "PAYMENT"  TO WS-BAL-KIND
           MOVE PAY-DB-ID  TO WS-BAL-DB-ID
           IF PAY-REVERSING
               COMPUTE WS-BAL-AMOUNT = ZERO - PAY-AMOUNT
           ELSE
               MOVE PAY-AMOUNT TO WS-BAL-AMOUNT
           END-IF
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

       ASSIGN-NEXT-RECEIPT-NO.
           MOVE ZERO TO WS-LAST-RECEIPT-NO
           OPEN INPUT ReceiptCtlFile
           IF WS-RCPT-CTL-STATUS = "00"
               READ ReceiptCtlFile INTO WS-LAST-RECEIPT-NO
               CLOSE ReceiptCtlFile
           END-IF
           ADD 1 TO WS-LAST-RECEIPT-NO
           OPEN OUTPUT ReceiptCtlFile
           MOVE WS-LAST-RECEIPT-NO TO ReceiptCtlRec
           WRITE ReceiptCtlRec
           CLOSE ReceiptCtlFile.

      * -- Register report: one batch or the whole register, with
      * -- what is still with the bank, collected, failed and
      * -- returned.
       REGISTER-REPORT.
           DISPLAY "Batch number (blank = all batches): "
           ACCEPT WS-BATCH-ENTRY
           MOVE ZERO TO WS-WANTED-BATCH
           IF WS-BATCH-ENTRY NOT = SPACES
               MOVE WS-BATCH-ENTRY TO WS-WANTED-BATCH
           END-IF
           MOVE ZERO TO WS-RPT-COUNT
           MOVE ZERO TO WS-RPT-SENT-TOTAL
           MOVE ZERO TO WS-RPT-COLLECTED-TOTAL
           MOVE ZERO TO WS-RPT-FAILED-TOTAL
           MOVE ZERO TO WS-RPT-RETURNED-TOTAL
           OPEN INPUT DDRegisterFile
           IF WS-DDR-STATUS NOT = "00"
               DISPLAY "No direct debits on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE "s119" TO WS-RPT-ID
           MOVE "DIRECT-DEBIT REGISTER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "BATCH ITEM  ID                   DUE      "
                   "     AMOUNT  ST RECEIPT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REGISTER-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-WANTED-BATCH = ZERO
                       OR DDR-BATCH-NO = WS-WANTED-BATCH
                   PERFORM REPORT-ONE-REGISTER-ROW
               END-IF
               PERFORM READ-NEXT-REGISTER-ROW
           END-PERFORM
           CLOSE DDRegisterFile
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Items " WS-RPT-COUNT "  with the bank "
                   WS-RPT-SENT-TOTAL "  collected "
                   WS-RPT-COLLECTED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Failed " WS-RPT-FAILED-TOTAL "  returned "
                   WS-RPT-RETURNED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       REPORT-ONE-REGISTER-ROW.
           ADD 1 TO WS-RPT-COUNT
           EVALUATE TRUE
               WHEN DDR-STATE-COLLECTED
                   ADD DDR-AMOUNT TO WS-RPT-COLLECTED-TOTAL
               WHEN DDR-STATE-FAILED
                   ADD DDR-AMOUNT TO WS-RPT-FAILED-TOTAL
               WHEN DDR-STATE-RETURNED
                   ADD DDR-AMOUNT TO WS-RPT-RETURNED-TOTAL
               WHEN OTHER
                   ADD DDR-AMOUNT TO WS-RPT-SENT-TOTAL
           END-EVALUATE
           MOVE SPACES TO WS-RPT-TEXT
           STRING DDR-BATCH-NO " " DDR-ITEM-NO " " DDR-DB-ID " "
                   DDR-COLLECT-DATE " " DDR-AMOUNT "  " DDR-STATE
                   "  " DDR-RECEIPT-NO
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF DDR-STATE-FAILED OR DDR-STATE-RETURNED
               MOVE SPACES TO WS-RPT-TEXT
               STRING "            " DDR-CONFIRM-DATE ": "
                       DDR-REASON
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

       READ-NEXT-MANDATE.
           READ MandateFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REGISTER-ROW.
           READ DDRegisterFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-CONFIRMATION.
           READ DDConfFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       RAISE-OPERATOR-ALERT.
           OPEN EXTEND OperAlertFile
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT OperAlertFile
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALERT-TEXT TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE OperAlertFile.

      * Mandates and bank answers move members' money - only a
      * supervisor profile may key them, the S041 stance.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - direct debits need a "
                       "supervisor profile."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Supervisor ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password     : "
               ACCEPT WS-SIGNON-PASSWORD
               MOVE WS-SIGNON-ID TO OPR-ID
               READ OperatorFile KEY IS OPR-ID
                   INVALID KEY
                       DISPLAY "Unknown operator ID."
                   NOT INVALID KEY
                       CALL "PWDHASH" USING WS-SIGNON-PASSWORD
                               WS-ENTERED-HASH
                       EVALUATE TRUE
                           WHEN OPR-LOCKED
                               DISPLAY "Profile is locked - a "
                                       "supervisor unlocks it in "
                                       "S033."
                           WHEN (OPR-PWD-HASH NOT = SPACES
                                   AND WS-ENTERED-HASH
                                       NOT = OPR-PWD-HASH)
                               OR (OPR-PWD-HASH = SPACES
                                   AND OPR-PASSWORD
                                       NOT = WS-SIGNON-PASSWORD)
                               DISPLAY "Password does not match."
                           WHEN NOT OPR-ROLE-SUPERVISOR
                               DISPLAY "Profile is not supervisor "
                                       "role."
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - run refused."
               STOP RUN
           END-IF.

      * Collected renewals go to tranrel.txt next to database.txt by
      * default; RELEASE_FILE can point them elsewhere, the S032
      * convention - S031 builds the controlled batch S015 applies.
       INITIALIZE-RELEASE-PATH.
           MOVE "./../tranrel.txt" TO WS-RELEASE-PATH
           ACCEPT WS-RELEASE-PATH FROM ENVIRONMENT "RELEASE_FILE"
               ON EXCEPTION
                   MOVE "./../tranrel.txt" TO WS-RELEASE-PATH
           END-ACCEPT.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

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

       END PROGRAM S119.
