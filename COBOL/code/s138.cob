      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-01
      * Purpose: Member cases. Complaints, balance disputes, billing
      *          queries and service requests that come in by phone,
      *          letter, email or at the desk are opened here as a
      *          numbered case on the case file (casefile.txt,
      *          CSEREC) against the member's DB-ID, with a category
      *          (CASECAT.cpy) that sets the target resolution date
      *          in business days, and an assigned operator. Update
      *          moves the status and adds notes, Reassign hands the
      *          case to another operator and Close records the
      *          outcome; every event is written to the case history
      *          (casehist.txt, CSHREC). A case marked as disputing
      *          the balance sets DB-DISPUTE-STATE on the registration
      *          - journaled to audit.txt as mode "D" - which holds
      *          S069's dunning letters until the last such case for
      *          the member is closed or the hold is lifted. View
      *          shows one case and its history, List a member's
      *          cases. S139 reports the cases past their target.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S138.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "./../casefile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSE-CASE-NO
           ALTERNATE RECORD KEY IS CSE-DB-ID WITH DUPLICATES
           FILE STATUS IS WS-CSE-STATUS.

           SELECT CaseHistoryFile ASSIGN TO "./../casehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSH-STATUS.

           SELECT CaseCtlFile ASSIGN TO "./../casectl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSECTL-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LockFile ASSIGN TO "./../dblock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CaseFile.
           COPY CSEREC.

       FD  CaseHistoryFile.
           COPY CSHREC.

       FD  CaseCtlFile.
       01  CaseCtlRec                   PIC 9(07).

       FD  DatabaseFile.
           COPY DBREC.

       FD  AuditFile.
           COPY AUDITREC.

       FD  LockFile.
       01  LOCK-RECORD.
           05  LOCK-HOLDER-ID           PIC 9(05).
           05  LOCK-HOLDER-NAME         PIC X(30).
           05  LOCK-DATE                PIC 9(08).
           05  LOCK-TIME                PIC 9(06).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
           COPY CASECAT.

       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-CSE-STATUS                PIC XX.
       01  WS-CSH-STATUS                PIC XX.
       01  WS-CSECTL-STATUS             PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(06).

      * The case in hand and what the operator keyed for it.
       01  WS-WORK-ID                   PIC X(20).
       01  WS-CASE-NO-ENTRY             PIC 9(07).
       01  WS-CASE-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-CASE-FILE-OPEN        VALUE "Y".
       01  WS-CASE-FOUND-SWITCH         PIC X(01).
           88  WS-CASE-FOUND            VALUE "Y".
       01  WS-CATEGORY-ENTRY            PIC X(04).
       01  WS-CAT-FOUND-SWITCH          PIC X(01).
           88  WS-CAT-FOUND             VALUE "Y".
       01  WS-CAT-NAME                  PIC X(16).
       01  WS-CAT-DAYS                  PIC 9(03).
       01  WS-CHANNEL-ENTRY             PIC X(01).
       01  WS-STATUS-ENTRY              PIC X(01).
       01  WS-OUTCOME-ENTRY             PIC X(01).
       01  WS-DISPUTE-ENTRY             PIC X(01).
       01  WS-NEW-DISPUTE-FLAG          PIC X(01).
       01  WS-SUMMARY-ENTRY             PIC X(60).
       01  WS-NOTE-ENTRY                PIC X(60).
       01  WS-ASSIGN-ENTRY              PIC 9(05).
       01  WS-ASSIGNEE-SWITCH           PIC X(01).
           88  WS-ASSIGNEE-VALID        VALUE "Y".
       01  WS-ASSIGNEE-NAME             PIC X(30).
       01  WS-OLD-ASSIGNEE              PIC 9(05).
       01  WS-OLD-STATUS                PIC X(01).
       01  WS-OLD-DISPUTE-FLAG          PIC X(01).
       01  WS-STATUS-NAME               PIC X(16).
       01  WS-CHANNEL-NAME              PIC X(06).
       01  WS-OUTCOME-NAME              PIC X(12).
       01  WS-DISPUTE-SHOWN             PIC X(12).
       01  WS-CASE-COUNT                PIC 9(05).
       01  WS-HIST-COUNT                PIC 9(05).

      * One case-history row, as WRITE-CASE-HISTORY takes it.
       01  WS-HIST-EVENT                PIC X(01).
       01  WS-HIST-OLD                  PIC X(05).
       01  WS-HIST-NEW                  PIC X(05).
       01  WS-HIST-NOTE                 PIC X(60).

      * Case numbering - the invctl.txt counter pattern.
       01  WS-LAST-CASE-NO              PIC 9(07) VALUE ZERO.

      * Target date - BUSDAY NEXTDAY a day at a time, counting the
      * days ISBUS says are business days.
       01  WS-TARGET-DATE               PIC 9(08).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).
       01  WS-BUS-DAYS-COUNTED          PIC 9(03).
       01  WS-DAY-STEP                  PIC 9(04).

      * The disputed-balance hold on the registration.
       01  WS-NEW-DISPUTE-STATE         PIC X(01).
       01  WS-OTHER-DISPUTE-SWITCH      PIC X(01).
           88  WS-OTHER-DISPUTE-LIVE    VALUE "Y".
       01  WS-HOLD-CASE-NO              PIC 9(07).
       01  WS-HOLD-DB-ID                PIC X(20).
       01  WS-AUD-BEFORE                PIC X(112).
       01  WS-AUD-AFTER                 PIC X(112).
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).

       01  WS-LOCK-STATUS               PIC XX.
       01  WS-LOCK-HELD-SWITCH          PIC X(01) VALUE "N".
           88  WS-LOCK-HELD             VALUE "Y".
       01  WS-LOCK-TRIES                PIC 9(02) VALUE ZERO.
       01  WS-LOCK-WAIT-SECONDS         PIC 9(09) COMP-5 VALUE 3.
       01  WS-LOCK-FILE-NAME            PIC X(20)
               VALUE "./../dblock.txt".
       01  WS-FILE-INFO                 PIC X(36).
       01  WS-LOCK-EXIST-RESULT         PIC 9(09) COMP-5.
       01  WS-LOCK-DELETE-RESULT        PIC 9(09) COMP-5.
       01  WS-LOCK-ENV-FLAG             PIC X(01).

       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-NAME               PIC X(30).
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

       01  WS-ACC-PROGRAM               PIC X(08) VALUE "S138".
       01  WS-ACC-DB-ID                 PIC X(20).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S138".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           PERFORM UNTIL WS-EXIT-REQUESTED
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S138 - MEMBER CASES"
               DISPLAY "=============================================="
               DISPLAY "O=Open  U=Update  R=Reassign  C=Close  "
                       "V=View case  L=List member's cases  Q=Quit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "O"
                   WHEN "o"
                       PERFORM OPEN-CASE
                   WHEN "U"
                   WHEN "u"
                       PERFORM UPDATE-CASE
                   WHEN "R"
                   WHEN "r"
                       PERFORM REASSIGN-CASE
                   WHEN "C"
                   WHEN "c"
                       PERFORM CLOSE-CASE
                   WHEN "V"
                   WHEN "v"
                       PERFORM VIEW-CASE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-MEMBER-CASES
                   WHEN "Q"
                   WHEN "q"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * -- Open: one new case against a registration on file. The
      * -- category sets the target date; a balance dispute may hold
      * -- the member's dunning from the moment it is opened.
       OPEN-CASE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-WORK-ID
           ACCEPT WS-WORK-ID
           IF WS-WORK-ID = SPACES
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
                   DISPLAY "ID " WS-WORK-ID " was not found - no case "
                           "opened."
                   CLOSE DatabaseFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE DatabaseFile
           MOVE WS-WORK-ID TO WS-ACC-DB-ID
           CALL "ACCLOG" USING WS-ACC-PROGRAM WS-ACC-DB-ID

           DISPLAY "Categories:"
           PERFORM VARYING CASECAT-IDX FROM 1 BY 1
                   UNTIL CASECAT-IDX > CASECAT-TABLE-SIZE
               DISPLAY "  " CASECAT-CODE(CASECAT-IDX) "  "
                       CASECAT-NAME(CASECAT-IDX) " target "
                       CASECAT-DAYS(CASECAT-IDX) " business days"
           END-PERFORM
           DISPLAY "Category: "
           MOVE SPACES TO WS-CATEGORY-ENTRY
           ACCEPT WS-CATEGORY-ENTRY
           PERFORM FIND-CATEGORY
           IF NOT WS-CAT-FOUND
               DISPLAY "Not a listed category - no case opened."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Came in by (P=Phone, L=Letter, E=Email, D=Desk): "
           ACCEPT WS-CHANNEL-ENTRY
           EVALUATE WS-CHANNEL-ENTRY
               WHEN "P"
               WHEN "p"
                   MOVE "P" TO WS-CHANNEL-ENTRY
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO WS-CHANNEL-ENTRY
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WS-CHANNEL-ENTRY
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-CHANNEL-ENTRY
               WHEN OTHER
                   DISPLAY "Not a listed channel - no case opened."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "What the member says (one line): "
           MOVE SPACES TO WS-SUMMARY-ENTRY
           ACCEPT WS-SUMMARY-ENTRY
           IF WS-SUMMARY-ENTRY = SPACES
               DISPLAY "A case needs a summary - no case opened."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Assign to operator ID (0 = yourself): "
           MOVE ZERO TO WS-ASSIGN-ENTRY
           ACCEPT WS-ASSIGN-ENTRY
           IF WS-ASSIGN-ENTRY = ZERO
               MOVE WS-SIGNON-ID TO WS-ASSIGN-ENTRY
           END-IF
           PERFORM CHECK-ASSIGNEE
           IF NOT WS-ASSIGNEE-VALID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Does the member dispute the balance owed - hold "
                   "dunning while the case is open (Y/N)? "
           ACCEPT WS-DISPUTE-ENTRY
           IF WS-DISPUTE-ENTRY = "Y" OR WS-DISPUTE-ENTRY = "y"
               MOVE "Y" TO WS-NEW-DISPUTE-FLAG
           ELSE
               MOVE "N" TO WS-NEW-DISPUTE-FLAG
           END-IF

           PERFORM COMPUTE-TARGET-DATE
           PERFORM OPEN-CASE-FILE
           IF NOT WS-CASE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-CASE-NO
           MOVE SPACES TO CASE-RECORD
           MOVE WS-LAST-CASE-NO     TO CSE-CASE-NO
           MOVE WS-WORK-ID          TO CSE-DB-ID
           MOVE WS-CATEGORY-ENTRY   TO CSE-CATEGORY
           MOVE WS-CHANNEL-ENTRY    TO CSE-CHANNEL
           MOVE WS-TODAY-DATE       TO CSE-OPENED-DATE
           MOVE WS-SIGNON-ID        TO CSE-OPENED-BY
           MOVE WS-ASSIGN-ENTRY     TO CSE-ASSIGNED-TO
           MOVE WS-TARGET-DATE      TO CSE-TARGET-DATE
           SET CSE-STATUS-OPEN      TO TRUE
           MOVE WS-NEW-DISPUTE-FLAG TO CSE-DISPUTE-FLAG
           MOVE WS-SUMMARY-ENTRY    TO CSE-SUMMARY
           MOVE ZERO                TO CSE-CLOSED-DATE
           MOVE ZERO                TO CSE-CLOSED-BY
           WRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "WRITE to casefile.txt failed - status "
                           WS-CSE-STATUS " - case " WS-LAST-CASE-NO
                           " NOT opened."
                   PERFORM CLOSE-CASE-FILE
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "O" TO WS-HIST-EVENT
           MOVE SPACES TO WS-HIST-OLD
           MOVE "O" TO WS-HIST-NEW
           MOVE WS-SUMMARY-ENTRY TO WS-HIST-NOTE
           PERFORM WRITE-CASE-HISTORY
           IF CSE-BALANCE-DISPUTED
               MOVE "D" TO WS-HIST-EVENT
               MOVE "N" TO WS-HIST-OLD
               MOVE "Y" TO WS-HIST-NEW
               MOVE "Balance disputed - dunning held" TO WS-HIST-NOTE
               PERFORM WRITE-CASE-HISTORY
               MOVE "D" TO WS-NEW-DISPUTE-STATE
               PERFORM SET-REGISTRATION-DISPUTE-STATE
           END-IF
           PERFORM CLOSE-CASE-FILE

           DISPLAY "Case " WS-LAST-CASE-NO " opened for " WS-WORK-ID
                   " - assigned to " WS-ASSIGN-ENTRY " "
                   WS-ASSIGNEE-NAME
           DISPLAY "Target resolution date: " WS-TARGET-DATE
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Case " WS-LAST-CASE-NO " " WS-CATEGORY-ENTRY
                   " opened for " WS-WORK-ID " by operator "
                   WS-SIGNON-ID DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * -- Update: move a live case between open and waiting-on-the-
      * -- member, set or lift the dispute hold, and add a note.
       UPDATE-CASE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LIVE-CASE
           IF NOT WS-CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New status (O=Open, W=Waiting on member, "
                   "blank = unchanged): "
           MOVE SPACES TO WS-STATUS-ENTRY
           ACCEPT WS-STATUS-ENTRY
           EVALUATE WS-STATUS-ENTRY
               WHEN "O"
               WHEN "o"
                   MOVE "O" TO WS-STATUS-ENTRY
               WHEN "W"
               WHEN "w"
                   MOVE "W" TO WS-STATUS-ENTRY
               WHEN SPACE
                   MOVE CSE-STATUS TO WS-STATUS-ENTRY
               WHEN OTHER
                   DISPLAY "Not a status a live case can take - "
                           "nothing changed."
                   PERFORM CLOSE-CASE-FILE
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Balance disputed - dunning held (Y/N, "
                   "blank = unchanged): "
           MOVE SPACES TO WS-DISPUTE-ENTRY
           ACCEPT WS-DISPUTE-ENTRY
           EVALUATE WS-DISPUTE-ENTRY
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO WS-NEW-DISPUTE-FLAG
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-NEW-DISPUTE-FLAG
               WHEN OTHER
                   MOVE CSE-DISPUTE-FLAG TO WS-NEW-DISPUTE-FLAG
           END-EVALUATE
           DISPLAY "Note (blank = none): "
           MOVE SPACES TO WS-NOTE-ENTRY
           ACCEPT WS-NOTE-ENTRY
           IF WS-STATUS-ENTRY = CSE-STATUS
                   AND WS-NEW-DISPUTE-FLAG = CSE-DISPUTE-FLAG
                   AND WS-NOTE-ENTRY = SPACES
               DISPLAY "Nothing changed."
               PERFORM CLOSE-CASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE CSE-STATUS TO WS-OLD-STATUS
           MOVE CSE-DISPUTE-FLAG TO WS-OLD-DISPUTE-FLAG
           MOVE WS-STATUS-ENTRY TO CSE-STATUS
           MOVE WS-NEW-DISPUTE-FLAG TO CSE-DISPUTE-FLAG
           REWRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of casefile.txt failed - status "
                           WS-CSE-STATUS " - nothing changed."
                   PERFORM CLOSE-CASE-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           IF WS-OLD-STATUS NOT = CSE-STATUS
               MOVE "S" TO WS-HIST-EVENT
               MOVE WS-OLD-STATUS TO WS-HIST-OLD
               MOVE CSE-STATUS TO WS-HIST-NEW
               MOVE SPACES TO WS-HIST-NOTE
               PERFORM WRITE-CASE-HISTORY
           END-IF
           IF WS-OLD-DISPUTE-FLAG NOT = CSE-DISPUTE-FLAG
               PERFORM NOTE-DISPUTE-CHANGE
           END-IF
           IF WS-NOTE-ENTRY NOT = SPACES
               MOVE "N" TO WS-HIST-EVENT
               MOVE SPACES TO WS-HIST-OLD
               MOVE SPACES TO WS-HIST-NEW
               MOVE WS-NOTE-ENTRY TO WS-HIST-NOTE
               PERFORM WRITE-CASE-HISTORY
           END-IF
           PERFORM CLOSE-CASE-FILE
           DISPLAY "Case " CSE-CASE-NO " updated.".

      * The dispute flag moved - a history row, and the hold set on
      * the registration or lifted if no other case still holds it.
       NOTE-DISPUTE-CHANGE.
           MOVE "D" TO WS-HIST-EVENT
           MOVE WS-OLD-DISPUTE-FLAG TO WS-HIST-OLD
           MOVE CSE-DISPUTE-FLAG TO WS-HIST-NEW
           IF CSE-BALANCE-DISPUTED
               MOVE "Balance disputed - dunning held" TO WS-HIST-NOTE
               PERFORM WRITE-CASE-HISTORY
               MOVE "D" TO WS-NEW-DISPUTE-STATE
               PERFORM SET-REGISTRATION-DISPUTE-STATE
           ELSE
               MOVE "Dispute hold lifted" TO WS-HIST-NOTE
               PERFORM WRITE-CASE-HISTORY
               PERFORM LIFT-DISPUTE-IF-LAST
           END-IF.

      * -- Reassign: hand a live case to another operator.
       REASSIGN-CASE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LIVE-CASE
           IF NOT WS-CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reassign to operator ID: "
           MOVE ZERO TO WS-ASSIGN-ENTRY
           ACCEPT WS-ASSIGN-ENTRY
           IF WS-ASSIGN-ENTRY = CSE-ASSIGNED-TO
                   OR WS-ASSIGN-ENTRY = ZERO
               DISPLAY "Nothing changed."
               PERFORM CLOSE-CASE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ASSIGNEE
           IF NOT WS-ASSIGNEE-VALID
               PERFORM CLOSE-CASE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason (blank = none): "
           MOVE SPACES TO WS-NOTE-ENTRY
           ACCEPT WS-NOTE-ENTRY
           MOVE CSE-ASSIGNED-TO TO WS-OLD-ASSIGNEE
           MOVE WS-ASSIGN-ENTRY TO CSE-ASSIGNED-TO
           REWRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of casefile.txt failed - status "
                           WS-CSE-STATUS " - nothing changed."
                   PERFORM CLOSE-CASE-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "A" TO WS-HIST-EVENT
           MOVE WS-OLD-ASSIGNEE TO WS-HIST-OLD
           MOVE WS-ASSIGN-ENTRY TO WS-HIST-NEW
           MOVE WS-NOTE-ENTRY TO WS-HIST-NOTE
           PERFORM WRITE-CASE-HISTORY
           PERFORM CLOSE-CASE-FILE
           DISPLAY "Case " CSE-CASE-NO " reassigned to "
                   WS-ASSIGN-ENTRY " " WS-ASSIGNEE-NAME.

      * -- Close: the outcome and what was done, and the dispute hold
      * -- lifted unless another live case still holds it.
       CLOSE-CASE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LIVE-CASE
           IF NOT WS-CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Outcome (U=Upheld, N=Not upheld, W=Withdrawn, "
                   "S=Service done): "
           ACCEPT WS-OUTCOME-ENTRY
           EVALUATE WS-OUTCOME-ENTRY
               WHEN "U"
               WHEN "u"
                   MOVE "U" TO WS-OUTCOME-ENTRY
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-OUTCOME-ENTRY
               WHEN "W"
               WHEN "w"
                   MOVE "W" TO WS-OUTCOME-ENTRY
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-OUTCOME-ENTRY
               WHEN OTHER
                   DISPLAY "Not a listed outcome - case not closed."
                   PERFORM CLOSE-CASE-FILE
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Resolution (one line): "
           MOVE SPACES TO WS-NOTE-ENTRY
           ACCEPT WS-NOTE-ENTRY
           IF WS-NOTE-ENTRY = SPACES
               DISPLAY "A closed case needs its resolution - case not "
                       "closed."
               PERFORM CLOSE-CASE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CSE-STATUS TO WS-HIST-OLD
           SET CSE-STATUS-CLOSED TO TRUE
           MOVE WS-TODAY-DATE TO CSE-CLOSED-DATE
           MOVE WS-SIGNON-ID TO CSE-CLOSED-BY
           MOVE WS-OUTCOME-ENTRY TO CSE-OUTCOME
           REWRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of casefile.txt failed - status "
                           WS-CSE-STATUS " - case not closed."
                   PERFORM CLOSE-CASE-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "C" TO WS-HIST-EVENT
           MOVE SPACES TO WS-HIST-NEW
           STRING "C/" WS-OUTCOME-ENTRY DELIMITED BY SIZE
                   INTO WS-HIST-NEW
           MOVE WS-NOTE-ENTRY TO WS-HIST-NOTE
           PERFORM WRITE-CASE-HISTORY
           IF CSE-BALANCE-DISPUTED
               PERFORM LIFT-DISPUTE-IF-LAST
           END-IF
           PERFORM CLOSE-CASE-FILE
           DISPLAY "Case " CSE-CASE-NO " closed."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Case " CSE-CASE-NO " closed (" WS-OUTCOME-ENTRY
                   ") for " CSE-DB-ID " by operator " WS-SIGNON-ID
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * -- View: one case and its history, oldest event first.
       VIEW-CASE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Case number: "
           MOVE ZERO TO WS-CASE-NO-ENTRY
           ACCEPT WS-CASE-NO-ENTRY
           OPEN INPUT CaseFile
           IF WS-CSE-STATUS NOT = "00"
               DISPLAY "No cases have been opened yet."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-NO-ENTRY TO CSE-CASE-NO
           READ CaseFile KEY IS CSE-CASE-NO
               INVALID KEY
                   DISPLAY "Case " WS-CASE-NO-ENTRY " is not on file."
                   CLOSE CaseFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE CaseFile
           PERFORM SHOW-CASE
           MOVE CSE-DB-ID TO WS-ACC-DB-ID
           CALL "ACCLOG" USING WS-ACC-PROGRAM WS-ACC-DB-ID

           DISPLAY "--- History ---------------------------------------"
           MOVE ZERO TO WS-HIST-COUNT
           OPEN INPUT CaseHistoryFile
           IF WS-CSH-STATUS NOT = "00"
               DISPLAY "(no case history)"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CaseHistoryFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CSH-CASE-NO = CSE-CASE-NO
                           PERFORM SHOW-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseHistoryFile
           DISPLAY "Events     : " WS-HIST-COUNT.

       SHOW-HISTORY-ROW.
           ADD 1 TO WS-HIST-COUNT
           EVALUATE TRUE
               WHEN CSH-EVENT-OPENED
                   MOVE "OPENED" TO WS-STATUS-NAME
               WHEN CSH-EVENT-STATUS
                   MOVE "STATUS" TO WS-STATUS-NAME
               WHEN CSH-EVENT-ASSIGNED
                   MOVE "REASSIGNED" TO WS-STATUS-NAME
               WHEN CSH-EVENT-DISPUTE
                   MOVE "DISPUTE HOLD" TO WS-STATUS-NAME
               WHEN CSH-EVENT-NOTE
                   MOVE "NOTE" TO WS-STATUS-NAME
               WHEN CSH-EVENT-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-NAME
               WHEN CSH-EVENT-WRITE-OFF
                   MOVE "WRITE-OFF" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE CSH-EVENT TO WS-STATUS-NAME
           END-EVALUATE
           DISPLAY CSH-DATE " " CSH-TIME(1:4) " " WS-STATUS-NAME " "
                   CSH-OLD-VALUE " -> " CSH-NEW-VALUE " by "
                   CSH-OPERATOR " (" CSH-PROGRAM ")"
           IF CSH-NOTE NOT = SPACES
               DISPLAY "    " CSH-NOTE
           END-IF.

      * -- List: every case a member has had, newest numbers last.
       LIST-MEMBER-CASES.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-WORK-ID
           ACCEPT WS-WORK-ID
           IF WS-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CaseFile
           IF WS-CSE-STATUS NOT = "00"
               DISPLAY "No cases have been opened yet."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CASE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-WORK-ID TO CSE-DB-ID
           START CaseFile KEY IS = CSE-DB-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ CaseFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CSE-DB-ID NOT = WS-WORK-ID
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM LIST-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseFile
           DISPLAY "Cases      : " WS-CASE-COUNT
           IF WS-CASE-COUNT > ZERO
               MOVE WS-WORK-ID TO WS-ACC-DB-ID
               CALL "ACCLOG" USING WS-ACC-PROGRAM WS-ACC-DB-ID
           END-IF.

       LIST-ONE-CASE.
           ADD 1 TO WS-CASE-COUNT
           PERFORM NAME-CASE-STATUS
           DISPLAY CSE-CASE-NO " " CSE-CATEGORY " " CSE-OPENED-DATE
                   " target " CSE-TARGET-DATE " " WS-STATUS-NAME
                   " assigned " CSE-ASSIGNED-TO
           DISPLAY "    " CSE-SUMMARY.

       SHOW-CASE.
           MOVE CSE-CATEGORY TO WS-CATEGORY-ENTRY
           PERFORM FIND-CATEGORY
           PERFORM NAME-CASE-STATUS
           EVALUATE TRUE
               WHEN CSE-CHANNEL-PHONE
                   MOVE "Phone" TO WS-CHANNEL-NAME
               WHEN CSE-CHANNEL-LETTER
                   MOVE "Letter" TO WS-CHANNEL-NAME
               WHEN CSE-CHANNEL-EMAIL
                   MOVE "Email" TO WS-CHANNEL-NAME
               WHEN OTHER
                   MOVE "Desk" TO WS-CHANNEL-NAME
           END-EVALUATE
           IF CSE-BALANCE-DISPUTED
               MOVE "Yes - held" TO WS-DISPUTE-SHOWN
           ELSE
               MOVE "No" TO WS-DISPUTE-SHOWN
           END-IF
           DISPLAY "==================================================="
           DISPLAY "  CASE " CSE-CASE-NO " - " CSE-DB-ID
           DISPLAY "==================================================="
           DISPLAY "Category   : " CSE-CATEGORY " " WS-CAT-NAME
           DISPLAY "Came in by : " WS-CHANNEL-NAME
           DISPLAY "Opened     : " CSE-OPENED-DATE " by "
                   CSE-OPENED-BY
           DISPLAY "Assigned to: " CSE-ASSIGNED-TO
           DISPLAY "Target date: " CSE-TARGET-DATE
           DISPLAY "Status     : " WS-STATUS-NAME
           DISPLAY "Disputed   : " WS-DISPUTE-SHOWN
           DISPLAY "Summary    : " CSE-SUMMARY
           IF CSE-STATUS-CLOSED
               EVALUATE TRUE
                   WHEN CSE-OUTCOME-UPHELD
                       MOVE "Upheld" TO WS-OUTCOME-NAME
                   WHEN CSE-OUTCOME-NOT-UPHELD
                       MOVE "Not upheld" TO WS-OUTCOME-NAME
                   WHEN CSE-OUTCOME-WITHDRAWN
                       MOVE "Withdrawn" TO WS-OUTCOME-NAME
                   WHEN OTHER
                       MOVE "Service done" TO WS-OUTCOME-NAME
               END-EVALUATE
               DISPLAY "Closed     : " CSE-CLOSED-DATE " by "
                       CSE-CLOSED-BY " - " WS-OUTCOME-NAME
           END-IF.

       NAME-CASE-STATUS.
           EVALUATE TRUE
               WHEN CSE-STATUS-OPEN
                   MOVE "Open" TO WS-STATUS-NAME
               WHEN CSE-STATUS-WAITING
                   MOVE "Waiting member" TO WS-STATUS-NAME
               WHEN CSE-STATUS-CLOSED
                   MOVE "Closed" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE CSE-STATUS TO WS-STATUS-NAME
           END-EVALUATE.

      * Asks for the case number and leaves a live case in
      * CASE-RECORD with casefile.txt open I-O; a closed or unknown
      * case closes the file again and is refused.
       READ-LIVE-CASE.
           MOVE "N" TO WS-CASE-FOUND-SWITCH
           DISPLAY "Case number: "
           MOVE ZERO TO WS-CASE-NO-ENTRY
           ACCEPT WS-CASE-NO-ENTRY
           PERFORM OPEN-CASE-FILE
           IF NOT WS-CASE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-NO-ENTRY TO CSE-CASE-NO
           READ CaseFile KEY IS CSE-CASE-NO
               INVALID KEY
                   DISPLAY "Case " WS-CASE-NO-ENTRY " is not on file."
                   PERFORM CLOSE-CASE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CSE-STATUS-CLOSED
               DISPLAY "Case " CSE-CASE-NO " was closed on "
                       CSE-CLOSED-DATE " - open a new case instead."
               PERFORM CLOSE-CASE-FILE
               EXIT PARAGRAPH
           END-IF
           SET WS-CASE-FOUND TO TRUE
           PERFORM SHOW-CASE
           MOVE CSE-DB-ID TO WS-ACC-DB-ID
           CALL "ACCLOG" USING WS-ACC-PROGRAM WS-ACC-DB-ID.

      * casefile.txt I-O, created empty the first time.
       OPEN-CASE-FILE.
           MOVE "N" TO WS-CASE-OPEN-SWITCH
           OPEN I-O CaseFile
           IF WS-CSE-STATUS = "35"
               OPEN OUTPUT CaseFile
               CLOSE CaseFile
               OPEN I-O CaseFile
           END-IF
           IF WS-CSE-STATUS NOT = "00"
               DISPLAY "casefile.txt could not be opened - status "
                       WS-CSE-STATUS
               EXIT PARAGRAPH
           END-IF
           SET WS-CASE-FILE-OPEN TO TRUE.

       CLOSE-CASE-FILE.
           IF WS-CASE-FILE-OPEN
               CLOSE CaseFile
               MOVE "N" TO WS-CASE-OPEN-SWITCH
           END-IF.

       FIND-CATEGORY.
           MOVE "N" TO WS-CAT-FOUND-SWITCH
           MOVE SPACES TO WS-CAT-NAME
           MOVE ZERO TO WS-CAT-DAYS
           PERFORM VARYING CASECAT-IDX FROM 1 BY 1
                   UNTIL CASECAT-IDX > CASECAT-TABLE-SIZE
                   OR WS-CAT-FOUND
               IF CASECAT-CODE(CASECAT-IDX) = WS-CATEGORY-ENTRY
                   SET WS-CAT-FOUND TO TRUE
                   MOVE CASECAT-NAME(CASECAT-IDX) TO WS-CAT-NAME
                   MOVE CASECAT-DAYS(CASECAT-IDX) TO WS-CAT-DAYS
               END-IF
           END-PERFORM.

      * The assignee must be an operator profile that is not locked.
       CHECK-ASSIGNEE.
           MOVE "N" TO WS-ASSIGNEE-SWITCH
           MOVE SPACES TO WS-ASSIGNEE-NAME
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASSIGN-ENTRY TO OPR-ID
           READ OperatorFile KEY IS OPR-ID
               INVALID KEY
                   DISPLAY "Operator " WS-ASSIGN-ENTRY " is not on "
                           "file - not assigned."
               NOT INVALID KEY
                   IF OPR-LOCKED
                       DISPLAY "Operator " WS-ASSIGN-ENTRY " is "
                               "locked - not assigned."
                   ELSE
                       SET WS-ASSIGNEE-VALID TO TRUE
                       MOVE OPR-NAME TO WS-ASSIGNEE-NAME
                   END-IF
           END-READ
           CLOSE OperatorFile.

      * The category's business days counted forward from today -
      * NEXTDAY a day at a time, the S123 stepping.
       COMPUTE-TARGET-DATE.
           MOVE WS-TODAY-DATE TO WS-TARGET-DATE
           MOVE ZERO TO WS-BUS-DAYS-COUNTED
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-BUS-DAYS-COUNTED >= WS-CAT-DAYS
                   OR WS-DAY-STEP > 999
               MOVE "NEXTDAY" TO WS-BUSDAY-KIND
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-TARGET-DATE
                       WS-BUSDAY-RESULT
               MOVE "ISBUS" TO WS-BUSDAY-KIND
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-TARGET-DATE
                       WS-BUSDAY-RESULT
               IF WS-BUSDAY-RESULT = "Y"
                   ADD 1 TO WS-BUS-DAYS-COUNTED
               END-IF
           END-PERFORM.

       ASSIGN-NEXT-CASE-NO.
           MOVE ZERO TO WS-LAST-CASE-NO
           OPEN INPUT CaseCtlFile
           IF WS-CSECTL-STATUS = "00"
               READ CaseCtlFile INTO WS-LAST-CASE-NO
               CLOSE CaseCtlFile
           END-IF
           ADD 1 TO WS-LAST-CASE-NO
           OPEN OUTPUT CaseCtlFile
           MOVE WS-LAST-CASE-NO TO CaseCtlRec
           WRITE CaseCtlRec
           CLOSE CaseCtlFile.

      * One case-history row for the case in CASE-RECORD, stamped
      * with the signed-on operator.
       WRITE-CASE-HISTORY.
           OPEN EXTEND CaseHistoryFile
           IF WS-CSH-STATUS = "35"
               OPEN OUTPUT CaseHistoryFile
           END-IF
           IF WS-CSH-STATUS NOT = "00"
               DISPLAY "casehist.txt could not be opened - status "
                       WS-CSH-STATUS " - event NOT recorded."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE CSE-CASE-NO    TO CSH-CASE-NO
           MOVE WS-TODAY-DATE  TO CSH-DATE
           MOVE WS-NOW-TIME    TO CSH-TIME
           MOVE WS-SIGNON-ID   TO CSH-OPERATOR
           MOVE "S138"         TO CSH-PROGRAM
           MOVE WS-HIST-EVENT  TO CSH-EVENT
           MOVE WS-HIST-OLD    TO CSH-OLD-VALUE
           MOVE WS-HIST-NEW    TO CSH-NEW-VALUE
           MOVE WS-HIST-NOTE   TO CSH-NOTE
           WRITE CASE-HISTORY-RECORD
           IF WS-CSH-STATUS NOT = "00"
               DISPLAY "WRITE to casehist.txt failed - status "
                       WS-CSH-STATUS
           END-IF
           CLOSE CaseHistoryFile.

      * The hold comes off the registration only when no other live
      * case for the member still disputes the balance. Needs
      * casefile.txt open, with the case in hand already rewritten.
       LIFT-DISPUTE-IF-LAST.
           MOVE CSE-CASE-NO TO WS-HOLD-CASE-NO
           MOVE CSE-DB-ID TO WS-HOLD-DB-ID
           MOVE "N" TO WS-OTHER-DISPUTE-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           START CaseFile KEY IS = CSE-DB-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE OR WS-OTHER-DISPUTE-LIVE
               READ CaseFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CSE-DB-ID NOT = WS-HOLD-DB-ID
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           IF CSE-CASE-NO NOT = WS-HOLD-CASE-NO
                                   AND CSE-STATUS-LIVE
                                   AND CSE-BALANCE-DISPUTED
                               SET WS-OTHER-DISPUTE-LIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *    Put the case in hand back in the record area for the
      *    caller's displays.
           MOVE WS-HOLD-CASE-NO TO CSE-CASE-NO
           READ CaseFile KEY IS CSE-CASE-NO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OTHER-DISPUTE-LIVE
               DISPLAY "Another live case still disputes the balance "
                       "- dunning stays held."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-NEW-DISPUTE-STATE
           PERFORM SET-REGISTRATION-DISPUTE-STATE.

      * WS-NEW-DISPUTE-STATE onto the case's registration under the
      * database lock, the before/after journaled as mode "D".
       SET-REGISTRATION-DISPUTE-STATE.
           PERFORM ACQUIRE-DATABASE-LOCK
           IF NOT WS-LOCK-HELD
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - dispute hold NOT changed."
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE CSE-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "Registration " CSE-DB-ID " not on file - "
                           "dispute hold not changed."
                   CLOSE DatabaseFile
                   PERFORM RELEASE-DATABASE-LOCK
                   EXIT PARAGRAPH
           END-READ
           IF DB-DISPUTE-STATE = WS-NEW-DISPUTE-STATE
               CLOSE DatabaseFile
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           MOVE WS-NEW-DISPUTE-STATE TO DB-DISPUTE-STATE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Dispute hold on ID " DB-ID " failed - status "
                       WS-FILE-STATUS
               CLOSE DatabaseFile
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           CLOSE DatabaseFile
           PERFORM WRITE-AUDIT-RECORD
           PERFORM RELEASE-DATABASE-LOCK
           IF DB-BALANCE-DISPUTED
               DISPLAY "Balance marked disputed - S069 sends no "
                       "dunning letter while it is held."
           ELSE
               DISPLAY "Dispute hold lifted - dunning resumes with "
                       "the next S069 run."
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AuditFile
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "audit.txt could not be opened - status "
                       WS-AUDIT-STATUS " - change was NOT journaled."
               EXIT PARAGRAPH
           END-IF
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           SET AUD-MODE-DISPUTE  TO TRUE
           SET AUD-SOURCE-SCREEN TO TRUE
           MOVE WS-SIGNON-ID    TO AUD-HANDLED-BY
           MOVE DB-ID           TO AUD-DB-ID
           MOVE WS-AUD-BEFORE   TO AUD-BEFORE-IMAGE
           MOVE WS-AUD-AFTER    TO AUD-AFTER-IMAGE
           MOVE ZERO TO AUD-RUN-ID
           MOVE SPACES TO WS-RUN-ID-ENV
           ACCEPT WS-RUN-ID-ENV FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID-ENV
           END-ACCEPT
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
                       WS-AUDIT-STATUS
           END-IF
           CLOSE AuditFile.

      * Same single-writer dblock.txt protocol as S015 - inside
      * S027's window the lock is inherited through DB_LOCK_HELD.
       ACQUIRE-DATABASE-LOCK.
           MOVE SPACES TO WS-LOCK-ENV-FLAG
           ACCEPT WS-LOCK-ENV-FLAG FROM ENVIRONMENT "DB_LOCK_HELD"
               ON EXCEPTION
                   MOVE SPACES TO WS-LOCK-ENV-FLAG
           END-ACCEPT
           IF WS-LOCK-ENV-FLAG = "Y"
               SET WS-LOCK-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM UNTIL WS-LOCK-HELD OR WS-LOCK-TRIES >= 10
               ADD 1 TO WS-LOCK-TRIES
               CALL "CBL_CHECK_FILE_EXIST" USING WS-LOCK-FILE-NAME
                       WS-FILE-INFO RETURNING WS-LOCK-EXIST-RESULT
               IF WS-LOCK-EXIST-RESULT = ZERO
                   DISPLAY "database.txt is in use - waiting..."
                   CALL "C$SLEEP" USING WS-LOCK-WAIT-SECONDS
               ELSE
                   OPEN OUTPUT LockFile
                   IF WS-LOCK-STATUS = "00"
                       MOVE WS-SIGNON-ID TO LOCK-HOLDER-ID
                       MOVE WS-SIGNON-NAME TO LOCK-HOLDER-NAME
                       ACCEPT LOCK-DATE FROM DATE YYYYMMDD
                       ACCEPT LOCK-TIME FROM TIME
                       WRITE LOCK-RECORD
                       CLOSE LockFile
                       SET WS-LOCK-HELD TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-LOCK-HELD
               DISPLAY "database.txt is still locked after 10 tries "
                       "- dispute hold NOT changed; set it again with "
                       "Update."
           END-IF.

      * Inherited from S027 (DB_LOCK_HELD), the lock is not ours to
      * delete - only the switch is reset.
       RELEASE-DATABASE-LOCK.
           IF WS-LOCK-HELD AND WS-LOCK-ENV-FLAG NOT = "Y"
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME
                       RETURNING WS-LOCK-DELETE-RESULT
           END-IF
           MOVE "N" TO WS-LOCK-HELD-SWITCH.

      * Any operator may work cases - checked against the hash
      * (legacy plaintext rows compare directly), three tries. One
      * sign-on serves the session.
       OPERATOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - cases need an operator "
                       "profile."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password   : "
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
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               MOVE OPR-NAME TO WS-SIGNON-NAME
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - cases not available."
           END-IF.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S138.
