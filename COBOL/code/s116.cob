      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-04
      * Purpose: Month-end deferred-revenue recognition. A fee buys
      *          cover from DB-EFF-DATE through DB-PAID-THRU, but
      *          S042 books it the day it is charged - the extract
      *          now credits it to unearned income (DEFINCOM) and
      *          this run releases it to fee income month by month.
      *          For a chosen month it picks up the month's new
      *          registration fees and renewal-ledger charges onto
      *          the deferral ledger (deferred.txt, DEFREC layout),
      *          lets refunds paid that month consume the unearned
      *          balance, releases whatever a voided registration
      *          has left once no refund is still due on it, moves
      *          balances with S015 transfers to the member's new
      *          country, and releases each open row's share of the
      *          month - the remaining balance over the months of
      *          cover left, everything in the last one. The
      *          releases post as one balanced pair per account
      *          pair (movement DEFREL through GLACCT: DEFINCOM
      *          against FEEINCOM) into glpost.txt dated the
      *          month's last day - run it after that day's S042,
      *          whose extract recreates the file - and the
      *          deferred-revenue schedule by country (opening,
      *          new, released, refunds and voids, transfers,
      *          closing) prints through RPTWRT, with the month's
      *          DEFINCOM movement S101's trial balance must tie
      *          to. A month is run once (defctl.txt holds the last
      *          month run).
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-11  rxz  A refund sent to the bank (S118) and not
      *                    yet confirmed is still owed and holds its
      *                    registration's balance like a due one.
      *   2024-11-29  rxz  A registration voided or frozen on its own
      *                    registration day (a void or freeze journaled
      *                    in audit.txt that day) no longer opens a
      *                    deferral. S042 only posts a row to DEFINCOM
      *                    while it is active on that day, so its fee
      *                    was never deferred, and releasing it made
      *                    DEFINCOM stop tying to the schedule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S116.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT DeferralFile ASSIGN TO "./../deferred.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEF-STATUS.

           SELECT DeferralWorkFile ASSIGN TO "./../defwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEFW-STATUS.

           SELECT DefCtlFile ASSIGN TO "./../defctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEFCTL-STATUS.

           SELECT GlPostFile ASSIGN TO "./../glpost.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT RunRegisterFile ASSIGN TO "./../glrunreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  RefundFile.
           COPY REFREC.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  DeferralFile.
           COPY DEFREC.

       FD  DeferralWorkFile.
       01  DEFERRAL-WORK-RECORD         PIC X(86).

       FD  DefCtlFile.
       01  DefCtlRec                    PIC 9(06).

       FD  GlPostFile.
       01  GL-POSTING-LINE.
           05  GL-POST-DATE             PIC 9(08).
           05  GL-ACCOUNT               PIC X(08).
           05  GL-DR-CR                 PIC X(02).
               88  GL-DEBIT             VALUE "DR".
               88  GL-CREDIT            VALUE "CR".
           05  GL-AMOUNT                PIC 9(11)V99.
           05  GL-DESCRIPTION           PIC X(30).
           05  GL-RUN-NO                PIC 9(05).

       FD  RunRegisterFile.
           COPY GLRUN.

       FD  AuditFile.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-DEF-STATUS                PIC XX.
       01  WS-DEFW-STATUS               PIC XX.
       01  WS-DEFCTL-STATUS             PIC XX.
       01  WS-GL-STATUS                 PIC XX.
       01  WS-RUN-STATUS                PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-AUD-EOF-SWITCH            PIC X(01).
           88  WS-AUD-END-OF-FILE       VALUE "Y".
       01  WS-RUN-EOF-SWITCH            PIC X(01).
           88  WS-RUN-END-OF-FILE       VALUE "Y".
       01  WS-ACTIVE-RUN-NO             PIC 9(05) VALUE ZERO.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-REF-EOF-SWITCH            PIC X(01).
           88  WS-REF-END-OF-FILE       VALUE "Y".
       01  WS-RNL-EOF-SWITCH            PIC X(01).
           88  WS-RNL-END-OF-FILE       VALUE "Y".
       01  WS-DEF-EOF-SWITCH            PIC X(01).
           88  WS-DEF-END-OF-FILE       VALUE "Y".
       01  WS-DB-FOUND-SWITCH           PIC X(01).
           88  WS-DB-FOUND              VALUE "Y".
       01  WS-RUN-MONTH                 PIC 9(06).
       01  WS-RUN-MONTH-PARTS REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
       01  WS-LAST-MONTH-RUN            PIC 9(06) VALUE ZERO.
       01  WS-POST-DATE                 PIC 9(08).
       01  WS-CLOSE-LAST-DAY            PIC 9(02).
       01  WS-LEAP-QUOTIENT             PIC 9(04).
       01  WS-LEAP-REMAINDER            PIC 9(04).
       01  MONTH-DAYS-TABLE.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 28.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
       01  MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS-ENTRY OCCURS 12 TIMES
                   INDEXED BY MONTH-IDX  PIC 9(02).
       01  WS-DEF-FILE-NAME    PIC X(20) VALUE "./../deferred.txt".
       01  WS-DEFW-FILE-NAME   PIC X(20) VALUE "./../defwork.txt".
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.

      * Months counted from year zero, so a cover period's length is
      * a subtraction.
       01  WS-MONTH-WORK                PIC 9(06).
       01  WS-MONTH-WORK-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-WORK-YEAR       PIC 9(04).
           05  WS-MONTH-WORK-MM         PIC 9(02).
       01  WS-MONTH-NUMBER              PIC 9(06).
       01  WS-RUN-MONTH-NO              PIC 9(06).
       01  WS-START-MONTH-NO            PIC 9(06).
       01  WS-END-MONTH-NO              PIC 9(06).
       01  WS-MONTHS-LEFT               PIC 9(04).
       01  WS-MONTH-QUOTIENT            PIC 9(06).
       01  WS-MONTH-REMAINDER           PIC 9(02).

       01  WS-OPENING-BALANCE           PIC 9(07)V99.
       01  WS-RELEASE                   PIC 9(07)V99.
       01  WS-CONSUMED                  PIC 9(07)V99.
       01  WS-NEW-ROW-SWITCH            PIC X(01).
           88  WS-NEW-ROW               VALUE "Y".
       01  WS-NEW-ROW-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-ROW-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-MISSING-ROW-COUNT         PIC 9(05) VALUE ZERO.

      * Refunds touching the month: what was paid against each
      * registration in it (consumed as the rows are worked), and
      * whether a refund is still due.
       01  WS-REFUND-TABLE.
           05  WS-RFD OCCURS 500 TIMES
                   INDEXED BY WS-RFD-IDX.
               10  WS-RFD-DB-ID         PIC X(20).
               10  WS-RFD-PAID          PIC 9(09)V99.
               10  WS-RFD-DUE-FLAG      PIC X(01).
       01  WS-RFD-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-RFD-FOUND-SWITCH          PIC X(01).
           88  WS-RFD-FOUND             VALUE "Y".

      * Voids and freezes journaled in the month: a registration
      * stopped on its own registration day was not active when
      * S042 posted that day, so its fee never reached DEFINCOM.
       01  WS-STOP-TABLE.
           05  WS-STP OCCURS 2000 TIMES
                   INDEXED BY WS-STP-IDX.
               10  WS-STP-DB-ID         PIC X(20).
               10  WS-STP-DATE          PIC 9(08).
       01  WS-STP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-STP-FOUND-SWITCH          PIC X(01).
           88  WS-STP-FOUND             VALUE "Y".
       01  WS-NOT-POSTED-COUNT          PIC 9(05) VALUE ZERO.

      * The schedule, by country.
       01  WS-CTY-TABLE.
           05  WS-CTY OCCURS 50 TIMES
                   INDEXED BY WS-CTY-IDX.
               10  WS-CTY-NAME          PIC X(20).
               10  WS-CTY-OPENING       PIC 9(09)V99.
               10  WS-CTY-NEW           PIC 9(09)V99.
               10  WS-CTY-RELEASED      PIC 9(09)V99.
               10  WS-CTY-ADJUSTED      PIC 9(09)V99.
               10  WS-CTY-TRANSFER      PIC S9(09)V99.
               10  WS-CTY-CLOSING       PIC 9(09)V99.
       01  WS-CTY-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-CTY-FOUND-SWITCH          PIC X(01).
           88  WS-CTY-FOUND             VALUE "Y".
       01  WS-CTY-WANTED                PIC X(20).
       01  WS-TOT-OPENING               PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-NEW                   PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-RELEASED              PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-ADJUSTED              PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-CLOSING               PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-MOVEMENT               PIC S9(09)V99.
       01  WS-AMT-DISP-1                PIC ZZZZZZ9.99.
       01  WS-AMT-DISP-2                PIC ZZZZZZ9.99.
       01  WS-AMT-DISP-3                PIC ZZZZZZ9.99.
       01  WS-AMT-DISP-4                PIC ZZZZZZ9.99.
       01  WS-AMT-DISP-5                PIC -ZZZZZ9.99.
       01  WS-AMT-DISP-6                PIC ZZZZZZ9.99.
       01  WS-COUNTRY-SHORT             PIC X(12).

      * Releases by branch and currency for the posting rules, then
      * folded by the accounts the rules resolve to - the S042 shape.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 100 TIMES
                   INDEXED BY WS-BKT-IDX.
               10  WS-BKT-T-BRANCH      PIC X(03).
               10  WS-BKT-T-CURRENCY    PIC X(03).
               10  WS-BKT-T-AMOUNT      PIC 9(11)V99.
       01  WS-BUCKET-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-BKT-FOUND-SWITCH          PIC X(01).
           88  WS-BKT-FOUND             VALUE "Y".
       01  WS-PAIR-TABLE.
           05  WS-PAIR OCCURS 100 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-DR           PIC X(08).
               10  WS-PAIR-CR           PIC X(08).
               10  WS-PAIR-AMOUNT       PIC 9(11)V99.
       01  WS-PAIR-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-GLA-MOVEMENT              PIC X(08) VALUE "DEFREL".
       01  WS-GLA-BRANCH                PIC X(03).
       01  WS-GLA-CURRENCY              PIC X(03).
       01  WS-GLA-DR-ACCOUNT            PIC X(08).
       01  WS-GLA-CR-ACCOUNT            PIC X(08).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S116".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           DISPLAY "Recognition month (YYYYMM): "
           ACCEPT WS-RUN-MONTH
           PERFORM SET-MONTH-CLOSING-DATE
           PERFORM CHECK-MONTH-NOT-RUN
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK
           PERFORM MONTH-TO-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-RUN-MONTH-NO

           PERFORM LOAD-MONTHS-REFUNDS
           PERFORM LOAD-MONTHS-STOPS

           OPEN OUTPUT DeferralWorkFile
           IF WS-DEFW-STATUS NOT = "00"
               DISPLAY "defwork.txt could not be opened - status "
                       WS-DEFW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARRY-LEDGER-FORWARD
           CLOSE DatabaseFile
           OPEN INPUT DatabaseFile
           PERFORM PICK-UP-NEW-REGISTRATIONS
           PERFORM PICK-UP-NEW-RENEWALS
           CLOSE DatabaseFile
           CLOSE DeferralWorkFile

           CALL "CBL_DELETE_FILE" USING WS-DEF-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-DEFW-FILE-NAME
                   WS-DEF-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated ledger is at "
                       "defwork.txt; restore it by hand."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-BUCKET-ACCOUNTS
           IF WS-PAIR-COUNT > ZERO
               PERFORM POST-RECOGNITION-PAIRS
           END-IF
           PERFORM PRINT-DEFERRED-SCHEDULE
           PERFORM RECORD-MONTH-RUN

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Deferred revenue " WS-RUN-MONTH " released "
                   WS-TOT-RELEASED " closing " WS-TOT-CLOSING "."
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Recognition for " WS-RUN-MONTH " complete - "
                   WS-NEW-ROW-COUNT " new deferral(s), "
                   WS-CLOSED-ROW-COUNT " fully released."
           IF WS-NOT-POSTED-COUNT > ZERO
               DISPLAY WS-NOT-POSTED-COUNT " registration(s) voided "
                       "or frozen on the day charged - never "
                       "deferred, skipped."
           END-IF
           STOP RUN.

      * A month is recognised once - a second run would release the
      * same share twice. defctl.txt remembers the last month done.
       CHECK-MONTH-NOT-RUN.
           OPEN INPUT DefCtlFile
           IF WS-DEFCTL-STATUS = "00"
               READ DefCtlFile INTO WS-LAST-MONTH-RUN
               CLOSE DefCtlFile
           END-IF
           IF WS-LAST-MONTH-RUN IS NOT NUMERIC
               MOVE ZERO TO WS-LAST-MONTH-RUN
           END-IF
           IF WS-RUN-MONTH NOT > WS-LAST-MONTH-RUN
               DISPLAY "Month " WS-RUN-MONTH " refused - recognition "
                       "has already run through " WS-LAST-MONTH-RUN
                       "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-MONTH-RUN.
           OPEN OUTPUT DefCtlFile
           MOVE WS-RUN-MONTH TO DefCtlRec
           WRITE DefCtlRec
           CLOSE DefCtlFile.

      * Refunds paid in the month, summed per registration, and the
      * registrations a refund is still due on.
       LOAD-MONTHS-REFUNDS.
           OPEN INPUT RefundFile
           IF WS-REF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REF-EOF-SWITCH
           PERFORM READ-NEXT-REFUND
           PERFORM UNTIL WS-REF-END-OF-FILE
               IF (REF-STATE-PAID
                       AND REF-PAID-DATE(1:6) = WS-RUN-MONTH)
                       OR REF-STATE-OUTSTANDING
                   PERFORM FIND-REFUND-SLOT
                   IF NOT WS-RFD-FOUND
                       IF WS-RFD-COUNT >= 500
                           DISPLAY "More refunds than one run can "
                                   "hold - recognition refused."
                           CLOSE RefundFile
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RFD-COUNT
                       SET WS-RFD-IDX TO WS-RFD-COUNT
                       MOVE REF-DB-ID TO WS-RFD-DB-ID(WS-RFD-IDX)
                       MOVE ZERO TO WS-RFD-PAID(WS-RFD-IDX)
                       MOVE "N" TO WS-RFD-DUE-FLAG(WS-RFD-IDX)
                   END-IF
                   IF REF-STATE-PAID
                       ADD REF-AMOUNT TO WS-RFD-PAID(WS-RFD-IDX)
                   ELSE
                       MOVE "Y" TO WS-RFD-DUE-FLAG(WS-RFD-IDX)
                   END-IF
               END-IF
               PERFORM READ-NEXT-REFUND
           END-PERFORM
           CLOSE RefundFile.

       READ-NEXT-REFUND.
           READ RefundFile
               AT END
                   SET WS-REF-END-OF-FILE TO TRUE
           END-READ.

      * Leaves WS-RFD-IDX on the slot for the ID in REF-DB-ID.
       FIND-REFUND-SLOT.
           MOVE "N" TO WS-RFD-FOUND-SWITCH
           PERFORM VARYING WS-RFD-IDX FROM 1 BY 1
                   UNTIL WS-RFD-IDX > WS-RFD-COUNT OR WS-RFD-FOUND
               IF WS-RFD-DB-ID(WS-RFD-IDX) = REF-DB-ID
                   SET WS-RFD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RFD-FOUND
               SET WS-RFD-IDX DOWN BY 1
           END-IF.

      * Every void and freeze journaled in the run month, by
      * registration and day.
       LOAD-MONTHS-STOPS.
           OPEN INPUT AuditFile
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AUD-EOF-SWITCH
           PERFORM READ-NEXT-AUDIT
           PERFORM UNTIL WS-AUD-END-OF-FILE
               IF (AUD-MODE-VOID OR AUD-MODE-FREEZE)
                       AND AUD-DATE(1:6) = WS-RUN-MONTH
                   IF WS-STP-COUNT >= 2000
                       DISPLAY "More voids and freezes than one run "
                               "can hold - recognition refused."
                       CLOSE AuditFile
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STP-COUNT
                   SET WS-STP-IDX TO WS-STP-COUNT
                   MOVE AUD-DB-ID TO WS-STP-DB-ID(WS-STP-IDX)
                   MOVE AUD-DATE  TO WS-STP-DATE(WS-STP-IDX)
               END-IF
               PERFORM READ-NEXT-AUDIT
           END-PERFORM
           CLOSE AuditFile.

       READ-NEXT-AUDIT.
           READ AuditFile
               AT END
                   SET WS-AUD-END-OF-FILE TO TRUE
           END-READ.

      * Sets WS-STP-FOUND when the row in DATABASE-RECORD was voided
      * or frozen on its own registration day.
       FIND-SAME-DAY-STOP.
           MOVE "N" TO WS-STP-FOUND-SWITCH
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STP-COUNT OR WS-STP-FOUND
               IF WS-STP-DB-ID(WS-STP-IDX) = DB-ID
                       AND WS-STP-DATE(WS-STP-IDX) = DB-REG-DATE
                   SET WS-STP-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * Every row already on the ledger: closed rows copy straight
      * across, open ones are worked for the month.
       CARRY-LEDGER-FORWARD.
           OPEN INPUT DeferralFile
           IF WS-DEF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DEF-EOF-SWITCH
           PERFORM READ-NEXT-DEFERRAL
           PERFORM UNTIL WS-DEF-END-OF-FILE
               IF DEF-STATE-OPEN
                   MOVE "N" TO WS-NEW-ROW-SWITCH
                   MOVE DEF-DB-ID TO DB-ID
                   MOVE "Y" TO WS-DB-FOUND-SWITCH
                   READ DatabaseFile KEY IS DB-ID
                       INVALID KEY
                           MOVE "N" TO WS-DB-FOUND-SWITCH
                   END-READ
                   PERFORM WORK-ONE-DEFERRAL
               END-IF
               MOVE DEFERRAL-RECORD TO DEFERRAL-WORK-RECORD
               WRITE DEFERRAL-WORK-RECORD
               PERFORM READ-NEXT-DEFERRAL
           END-PERFORM
           CLOSE DeferralFile.

       READ-NEXT-DEFERRAL.
           READ DeferralFile
               AT END
                   SET WS-DEF-END-OF-FILE TO TRUE
           END-READ.

      * The month's registration fees - the current-layout rows
      * charged in the month that S042 posted to unearned income on
      * the day. S042 takes a row only while it is active on its
      * registration day, so a row voided or frozen that same day
      * (journaled in audit.txt) never reached DEFINCOM and opens
      * no deferral; anything that happened to a row after its
      * registration day does not matter. Cover runs from the
      * effective date (the registration date on rows from before
      * it existed) to the paid-through date (a year of cover when
      * that is missing).
       PICK-UP-NEW-REGISTRATIONS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               MOVE "N" TO WS-STP-FOUND-SWITCH
               IF DB-LAYOUT-CURRENT
                       AND DB-REG-DATE(1:6) = WS-RUN-MONTH
                       AND DB-FEE > ZERO
                       AND NOT DB-STATUS-ACTIVE
                   PERFORM FIND-SAME-DAY-STOP
                   IF WS-STP-FOUND
                       ADD 1 TO WS-NOT-POSTED-COUNT
                   END-IF
               END-IF
               IF DB-LAYOUT-CURRENT
                       AND DB-REG-DATE(1:6) = WS-RUN-MONTH
                       AND DB-FEE > ZERO
                       AND NOT WS-STP-FOUND
                   MOVE SPACES TO DEFERRAL-RECORD
                   MOVE DB-ID          TO DEF-DB-ID
                   SET DEF-SOURCE-REGISTRATION TO TRUE
                   MOVE DB-REG-DATE    TO DEF-CHARGE-DATE
                   MOVE DB-COUNTRY     TO DEF-COUNTRY
                   MOVE DB-CURRENCY    TO DEF-CURRENCY
                   MOVE DB-BRANCH      TO DEF-BRANCH
                   IF DB-EFF-DATE IS NUMERIC AND DB-EFF-DATE > ZERO
                       MOVE DB-EFF-DATE(1:6) TO DEF-START-MONTH
                   ELSE
                       MOVE DB-REG-DATE(1:6) TO DEF-START-MONTH
                   END-IF
                   PERFORM SET-COVER-END-MONTH
                   MOVE DB-FEE         TO DEF-AMOUNT
                   MOVE DB-FEE         TO DEF-BALANCE
                   SET DEF-STATE-OPEN  TO TRUE
                   MOVE "Y" TO WS-DB-FOUND-SWITCH
                   PERFORM START-NEW-DEFERRAL
               END-IF
               PERFORM READ-NEXT-RECORD
           END-PERFORM.

       READ-NEXT-RECORD.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The month's renewal-ledger charges - renewals and transfer
      * re-rate charges alike buy cover up to the registration's
      * paid-through date, at most the twelve months a renewal
      * rolls it forward.
       PICK-UP-NEW-RENEWALS.
           OPEN INPUT RenewalLedgerFile
           IF WS-RNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RNL-EOF-SWITCH
           PERFORM READ-NEXT-RENEWAL
           PERFORM UNTIL WS-RNL-END-OF-FILE
               IF RNL-DATE(1:6) = WS-RUN-MONTH AND RNL-FEE > ZERO
                   MOVE RNL-DB-ID TO DB-ID
                   MOVE "Y" TO WS-DB-FOUND-SWITCH
                   READ DatabaseFile KEY IS DB-ID
                       INVALID KEY
                           MOVE "N" TO WS-DB-FOUND-SWITCH
                   END-READ
                   MOVE SPACES TO DEFERRAL-RECORD
                   MOVE RNL-DB-ID      TO DEF-DB-ID
                   SET DEF-SOURCE-RENEWAL TO TRUE
                   MOVE RNL-DATE       TO DEF-CHARGE-DATE
                   MOVE RNL-CURRENCY   TO DEF-CURRENCY
                   MOVE RNL-BRANCH     TO DEF-BRANCH
                   MOVE RNL-DATE(1:6)  TO DEF-START-MONTH
                   IF WS-DB-FOUND
                       MOVE DB-COUNTRY TO DEF-COUNTRY
                       PERFORM SET-COVER-END-MONTH
                       MOVE DEF-START-MONTH TO WS-MONTH-WORK
                       PERFORM MONTH-TO-NUMBER
                       MOVE WS-MONTH-NUMBER TO WS-START-MONTH-NO
                       MOVE DEF-END-MONTH TO WS-MONTH-WORK
                       PERFORM MONTH-TO-NUMBER
                       IF WS-MONTH-NUMBER - 11 > WS-START-MONTH-NO
                           COMPUTE WS-MONTH-NUMBER
                                   = WS-MONTH-NUMBER - 11
                           PERFORM NUMBER-TO-MONTH
                           MOVE WS-MONTH-WORK TO DEF-START-MONTH
                       END-IF
                   ELSE
                       MOVE "UNKNOWN" TO DEF-COUNTRY
                       MOVE DEF-START-MONTH TO DEF-END-MONTH
                   END-IF
                   MOVE RNL-FEE        TO DEF-AMOUNT
                   MOVE RNL-FEE        TO DEF-BALANCE
                   SET DEF-STATE-OPEN  TO TRUE
                   PERFORM START-NEW-DEFERRAL
               END-IF
               PERFORM READ-NEXT-RENEWAL
           END-PERFORM
           CLOSE RenewalLedgerFile.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
               AT END
                   SET WS-RNL-END-OF-FILE TO TRUE
           END-READ.

      * Cover ends with the paid-through month; a row without one
      * gets a year from the start. Never before the start.
       SET-COVER-END-MONTH.
           IF DB-PAID-THRU IS NUMERIC AND DB-PAID-THRU > ZERO
               MOVE DB-PAID-THRU(1:6) TO DEF-END-MONTH
           ELSE
               MOVE DEF-START-MONTH TO WS-MONTH-WORK
               PERFORM MONTH-TO-NUMBER
               ADD 11 TO WS-MONTH-NUMBER
               PERFORM NUMBER-TO-MONTH
               MOVE WS-MONTH-WORK TO DEF-END-MONTH
           END-IF
           IF DEF-END-MONTH < DEF-START-MONTH
               MOVE DEF-START-MONTH TO DEF-END-MONTH
           END-IF.

      * A new row counts into the month's new deferrals and is then
      * worked like any other - a fee charged for cover starting
      * this month earns its first share now.
       START-NEW-DEFERRAL.
           ADD 1 TO WS-NEW-ROW-COUNT
           SET WS-NEW-ROW TO TRUE
           MOVE DEF-COUNTRY TO WS-CTY-WANTED
           PERFORM FIND-COUNTRY-SLOT
           ADD DEF-AMOUNT TO WS-CTY-NEW(WS-CTY-IDX)
           ADD DEF-AMOUNT TO WS-TOT-NEW
           PERFORM WORK-ONE-DEFERRAL
           MOVE DEFERRAL-RECORD TO DEFERRAL-WORK-RECORD
           WRITE DEFERRAL-WORK-RECORD.

      * One open row for the month, with its registration (if
      * still on file) in DATABASE-RECORD: follow a transfer, let
      * the month's refunds consume the balance, clear a voided
      * row no refund is still due on, then release the month's
      * share of what is left.
       WORK-ONE-DEFERRAL.
           MOVE DEF-BALANCE TO WS-OPENING-BALANCE
           IF NOT WS-NEW-ROW
               MOVE DEF-COUNTRY TO WS-CTY-WANTED
               PERFORM FIND-COUNTRY-SLOT
               ADD WS-OPENING-BALANCE TO WS-CTY-OPENING(WS-CTY-IDX)
               ADD WS-OPENING-BALANCE TO WS-TOT-OPENING
               IF WS-DB-FOUND AND DB-COUNTRY NOT = DEF-COUNTRY
                   SUBTRACT WS-OPENING-BALANCE
                           FROM WS-CTY-TRANSFER(WS-CTY-IDX)
                   MOVE DB-COUNTRY TO DEF-COUNTRY
                   MOVE DEF-COUNTRY TO WS-CTY-WANTED
                   PERFORM FIND-COUNTRY-SLOT
                   ADD WS-OPENING-BALANCE
                           TO WS-CTY-TRANSFER(WS-CTY-IDX)
               END-IF
           END-IF
           IF NOT WS-DB-FOUND
               ADD 1 TO WS-MISSING-ROW-COUNT
           END-IF

           MOVE DEF-DB-ID TO REF-DB-ID
           PERFORM FIND-REFUND-SLOT
           IF WS-RFD-FOUND AND WS-RFD-PAID(WS-RFD-IDX) > ZERO
               IF WS-RFD-PAID(WS-RFD-IDX) > DEF-BALANCE
                   MOVE DEF-BALANCE TO WS-CONSUMED
               ELSE
                   MOVE WS-RFD-PAID(WS-RFD-IDX) TO WS-CONSUMED
               END-IF
               SUBTRACT WS-CONSUMED FROM WS-RFD-PAID(WS-RFD-IDX)
               MOVE WS-CONSUMED TO WS-RELEASE
               PERFORM RELEASE-AS-ADJUSTMENT
           END-IF

           IF DEF-BALANCE > ZERO AND WS-DB-FOUND AND DB-STATUS-VOID
               IF NOT WS-RFD-FOUND
                       OR WS-RFD-DUE-FLAG(WS-RFD-IDX) NOT = "Y"
                   MOVE DEF-BALANCE TO WS-RELEASE
                   PERFORM RELEASE-AS-ADJUSTMENT
               END-IF
           ELSE
               IF DEF-BALANCE > ZERO
                   PERFORM RELEASE-MONTHS-SHARE
               END-IF
           END-IF

           IF DEF-BALANCE = ZERO
               SET DEF-STATE-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-ROW-COUNT
           END-IF
           MOVE DEF-COUNTRY TO WS-CTY-WANTED
           PERFORM FIND-COUNTRY-SLOT
           ADD DEF-BALANCE TO WS-CTY-CLOSING(WS-CTY-IDX)
           ADD DEF-BALANCE TO WS-TOT-CLOSING
           MOVE "N" TO WS-NEW-ROW-SWITCH.

      * Straight line over the cover left: the balance divided by
      * the months remaining including this one, everything in the
      * last month (or once the cover is past). Nothing before the
      * cover starts.
       RELEASE-MONTHS-SHARE.
           MOVE DEF-START-MONTH TO WS-MONTH-WORK
           PERFORM MONTH-TO-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-START-MONTH-NO
           IF WS-RUN-MONTH-NO < WS-START-MONTH-NO
               EXIT PARAGRAPH
           END-IF
           MOVE DEF-END-MONTH TO WS-MONTH-WORK
           PERFORM MONTH-TO-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-END-MONTH-NO
           IF WS-RUN-MONTH-NO >= WS-END-MONTH-NO
               MOVE DEF-BALANCE TO WS-RELEASE
           ELSE
               COMPUTE WS-MONTHS-LEFT
                       = WS-END-MONTH-NO - WS-RUN-MONTH-NO + 1
               COMPUTE WS-RELEASE ROUNDED
                       = DEF-BALANCE / WS-MONTHS-LEFT
           END-IF
           SUBTRACT WS-RELEASE FROM DEF-BALANCE
           MOVE DEF-COUNTRY TO WS-CTY-WANTED
           PERFORM FIND-COUNTRY-SLOT
           ADD WS-RELEASE TO WS-CTY-RELEASED(WS-CTY-IDX)
           ADD WS-RELEASE TO WS-TOT-RELEASED
           PERFORM ADD-TO-BUCKET.

      * Refund consumption and void clearance leave the schedule's
      * adjustment column but post through the same pair.
       RELEASE-AS-ADJUSTMENT.
           SUBTRACT WS-RELEASE FROM DEF-BALANCE
           MOVE DEF-COUNTRY TO WS-CTY-WANTED
           PERFORM FIND-COUNTRY-SLOT
           ADD WS-RELEASE TO WS-CTY-ADJUSTED(WS-CTY-IDX)
           ADD WS-RELEASE TO WS-TOT-ADJUSTED
           PERFORM ADD-TO-BUCKET.

      * Leaves WS-CTY-IDX on WS-CTY-WANTED's slot, adding it if new;
      * past fifty countries the last slot collects the rest.
       FIND-COUNTRY-SLOT.
           MOVE "N" TO WS-CTY-FOUND-SWITCH
           PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
                   UNTIL WS-CTY-IDX > WS-CTY-COUNT OR WS-CTY-FOUND
               IF WS-CTY-NAME(WS-CTY-IDX) = WS-CTY-WANTED
                   SET WS-CTY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CTY-FOUND
               SET WS-CTY-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CTY-COUNT >= 50
               SET WS-CTY-IDX TO 50
               MOVE "OTHER" TO WS-CTY-NAME(WS-CTY-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTY-COUNT
           SET WS-CTY-IDX TO WS-CTY-COUNT
           MOVE WS-CTY-WANTED TO WS-CTY-NAME(WS-CTY-IDX)
           MOVE ZERO TO WS-CTY-OPENING(WS-CTY-IDX)
           MOVE ZERO TO WS-CTY-NEW(WS-CTY-IDX)
           MOVE ZERO TO WS-CTY-RELEASED(WS-CTY-IDX)
           MOVE ZERO TO WS-CTY-ADJUSTED(WS-CTY-IDX)
           MOVE ZERO TO WS-CTY-TRANSFER(WS-CTY-IDX)
           MOVE ZERO TO WS-CTY-CLOSING(WS-CTY-IDX).

      * WS-RELEASE for DEF-BRANCH / DEF-CURRENCY. A full table is a
      * hard stop - dropping a portion would post the month short.
       ADD-TO-BUCKET.
           IF WS-RELEASE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BKT-FOUND-SWITCH
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT OR WS-BKT-FOUND
               IF WS-BKT-T-BRANCH(WS-BKT-IDX) = DEF-BRANCH
                       AND WS-BKT-T-CURRENCY(WS-BKT-IDX)
                           = DEF-CURRENCY
                   SET WS-BKT-FOUND TO TRUE
                   ADD WS-RELEASE TO WS-BKT-T-AMOUNT(WS-BKT-IDX)
               END-IF
           END-PERFORM
           IF WS-BKT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-BUCKET-COUNT >= 100
               DISPLAY "Too many branch/currency portions for one "
                       "run - recognition refused; the ledger swap "
                       "has not been made."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BUCKET-COUNT
           SET WS-BKT-IDX TO WS-BUCKET-COUNT
           MOVE DEF-BRANCH   TO WS-BKT-T-BRANCH(WS-BKT-IDX)
           MOVE DEF-CURRENCY TO WS-BKT-T-CURRENCY(WS-BKT-IDX)
           MOVE WS-RELEASE   TO WS-BKT-T-AMOUNT(WS-BKT-IDX).

      * Ask GLACCT for each portion's accounts - unearned income
      * against fee income unless a rule says otherwise - and fold
      * portions that land on the same pair.
       RESOLVE-BUCKET-ACCOUNTS.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
               MOVE WS-BKT-T-BRANCH(WS-BKT-IDX)   TO WS-GLA-BRANCH
               MOVE WS-BKT-T-CURRENCY(WS-BKT-IDX) TO WS-GLA-CURRENCY
               MOVE "DEFINCOM" TO WS-GLA-DR-ACCOUNT
               MOVE "FEEINCOM" TO WS-GLA-CR-ACCOUNT
               CALL "GLACCT" USING WS-GLA-MOVEMENT WS-GLA-BRANCH
                       WS-GLA-CURRENCY WS-GLA-DR-ACCOUNT
                       WS-GLA-CR-ACCOUNT
               MOVE "N" TO WS-BKT-FOUND-SWITCH
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                       OR WS-BKT-FOUND
                   IF WS-PAIR-DR(WS-PAIR-IDX) = WS-GLA-DR-ACCOUNT
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
                   MOVE WS-GLA-DR-ACCOUNT TO WS-PAIR-DR(WS-PAIR-IDX)
                   MOVE WS-GLA-CR-ACCOUNT TO WS-PAIR-CR(WS-PAIR-IDX)
                   MOVE WS-BKT-T-AMOUNT(WS-BKT-IDX)
                       TO WS-PAIR-AMOUNT(WS-PAIR-IDX)
               END-IF
           END-PERFORM.

       POST-RECOGNITION-PAIRS.
           OPEN EXTEND GlPostFile
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GlPostFile
           END-IF
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "glpost.txt could not be opened - status "
                       WS-GL-STATUS " - recognition NOT posted."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-RUN-NO
           MOVE WS-ACTIVE-RUN-NO TO GL-RUN-NO
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               MOVE WS-POST-DATE TO GL-POST-DATE
               MOVE WS-PAIR-DR(WS-PAIR-IDX) TO GL-ACCOUNT
               SET GL-DEBIT TO TRUE
               MOVE WS-PAIR-AMOUNT(WS-PAIR-IDX) TO GL-AMOUNT
               MOVE "DEFERRED FEES RECOGNISED" TO GL-DESCRIPTION
               WRITE GL-POSTING-LINE
               MOVE WS-POST-DATE TO GL-POST-DATE
               MOVE WS-PAIR-CR(WS-PAIR-IDX) TO GL-ACCOUNT
               SET GL-CREDIT TO TRUE
               MOVE WS-PAIR-AMOUNT(WS-PAIR-IDX) TO GL-AMOUNT
               MOVE "DEFERRED FEES RECOGNISED" TO GL-DESCRIPTION
               WRITE GL-POSTING-LINE
           END-PERFORM
           CLOSE GlPostFile
           DISPLAY "Posted recognition for " WS-RUN-MONTH
                   " to glpost.txt dated " WS-POST-DATE ".".

      * The lines ride the closing date's extract run - its active
      * register row carries the number. Zero when no extract has
      * registered for that date yet.
       FIND-ACTIVE-RUN-NO.
           MOVE ZERO TO WS-ACTIVE-RUN-NO
           OPEN INPUT RunRegisterFile
           IF WS-RUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RUN-EOF-SWITCH
           PERFORM READ-NEXT-RUN
           PERFORM UNTIL WS-RUN-END-OF-FILE
               IF GLR-STATE-EXTRACTED
                       AND GLR-POST-DATE = WS-POST-DATE
                   MOVE GLR-RUN-NO TO WS-ACTIVE-RUN-NO
               END-IF
               PERFORM READ-NEXT-RUN
           END-PERFORM
           CLOSE RunRegisterFile.

       READ-NEXT-RUN.
           READ RunRegisterFile
               AT END
                   SET WS-RUN-END-OF-FILE TO TRUE
           END-READ.

      * Opening plus new, less released and adjusted, plus or minus
      * transfers, is the closing balance per country. The month's
      * DEFINCOM movement in S101's trial balance (credits less
      * debits) is the new deferrals less everything released.
       PRINT-DEFERRED-SCHEDULE.
           MOVE "s116" TO WS-RPT-ID
           MOVE "DEFERRED REVENUE SCHEDULE" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "MONTH " WS-RUN-MONTH "   POSTED " WS-POST-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "COUNTRY         OPENING        NEW   RELEASED"
                   "  REFUND/VOID  TRANSFER    CLOSING"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
                   UNTIL WS-CTY-IDX > WS-CTY-COUNT
               MOVE WS-CTY-NAME(WS-CTY-IDX)     TO WS-COUNTRY-SHORT
               MOVE WS-CTY-OPENING(WS-CTY-IDX)  TO WS-AMT-DISP-1
               MOVE WS-CTY-NEW(WS-CTY-IDX)      TO WS-AMT-DISP-2
               MOVE WS-CTY-RELEASED(WS-CTY-IDX) TO WS-AMT-DISP-3
               MOVE WS-CTY-ADJUSTED(WS-CTY-IDX) TO WS-AMT-DISP-4
               MOVE WS-CTY-TRANSFER(WS-CTY-IDX) TO WS-AMT-DISP-5
               MOVE WS-CTY-CLOSING(WS-CTY-IDX)  TO WS-AMT-DISP-6
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-COUNTRY-SHORT " " WS-AMT-DISP-1 " "
                       WS-AMT-DISP-2 " " WS-AMT-DISP-3 " "
                       WS-AMT-DISP-4 " " WS-AMT-DISP-5 " "
                       WS-AMT-DISP-6
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           MOVE WS-TOT-OPENING  TO WS-AMT-DISP-1
           MOVE WS-TOT-NEW      TO WS-AMT-DISP-2
           MOVE WS-TOT-RELEASED TO WS-AMT-DISP-3
           MOVE WS-TOT-ADJUSTED TO WS-AMT-DISP-4
           MOVE ZERO            TO WS-AMT-DISP-5
           MOVE WS-TOT-CLOSING  TO WS-AMT-DISP-6
           MOVE SPACES TO WS-RPT-TEXT
           STRING "TOTALS       " WS-AMT-DISP-1 " "
                   WS-AMT-DISP-2 " " WS-AMT-DISP-3 " "
                   WS-AMT-DISP-4 " " WS-AMT-DISP-5 " "
                   WS-AMT-DISP-6
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           COMPUTE WS-GL-MOVEMENT = WS-TOT-NEW - WS-TOT-RELEASED
                   - WS-TOT-ADJUSTED
           MOVE WS-GL-MOVEMENT TO WS-AMT-DISP-5
           MOVE SPACES TO WS-RPT-TEXT
           STRING "DEFINCOM MOVEMENT FOR THE MONTH (CREDITS LESS "
                   "DEBITS) " WS-AMT-DISP-5
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           IF WS-MISSING-ROW-COUNT > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING "Rows whose registration is no longer on "
                       "file: " WS-MISSING-ROW-COUNT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           PERFORM RPT-CLOSE.

      * YYYYMM in WS-MONTH-WORK to a running month number and back.
       MONTH-TO-NUMBER.
           COMPUTE WS-MONTH-NUMBER
                   = WS-MONTH-WORK-YEAR * 12 + WS-MONTH-WORK-MM - 1.

       NUMBER-TO-MONTH.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MONTH-QUOTIENT
                   REMAINDER WS-MONTH-REMAINDER
           MOVE WS-MONTH-QUOTIENT TO WS-MONTH-WORK-YEAR
           COMPUTE WS-MONTH-WORK-MM = WS-MONTH-REMAINDER + 1.

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

      * The posting date is the month's real last day - the
      * MONTH-DAYS table S015 and S088 carry, with the leap rule
      * for February.
       SET-MONTH-CLOSING-DATE.
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "Month must be 01-12 - nothing recognised."
               STOP RUN
           END-IF
           SET MONTH-IDX TO WS-RUN-MM
           MOVE MONTH-DAYS-ENTRY(MONTH-IDX) TO WS-CLOSE-LAST-DAY
           IF WS-RUN-MM = 2
               DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-CLOSE-LAST-DAY
                   DIVIDE WS-RUN-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-RUN-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-CLOSE-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-POST-DATE
                   = WS-RUN-MONTH * 100 + WS-CLOSE-LAST-DAY.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S116.
