      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-13
      * Purpose: Supervisor work inbox. One look across every queue
      *          that waits on a supervisor - pending approvals
      *          (pending.txt, S034), batch-transaction suspense
      *          (suspense.txt, S032), payment suspense (paysusp.txt,
      *          S073), applications awaiting review (appfile.txt,
      *          S080), write-off requests (woffled.txt, S096) and
      *          erasure requests (eraseq.txt, S077). Inbox (supervisor
      *          sign-on) lists each waiting item with its queue, age
      *          in business days (counted back through BUSDAY
      *          PREVBUS, so weekends and the holiday calendar do not
      *          count), amount and branch, oldest first, and runs
      *          the queue's own program for the item picked - the
      *          S022 launcher shape. Items with an operator carry
      *          that operator's branch; payment suspense and
      *          applications have none and show blank. The Notify
      *          sweep, run each morning from the S027 window, counts
      *          items past their queue's age limit (INBOX-AGE-*
      *          settings) by branch and queue and sends a NOTIFY
      *          INBOXOLD to each active supervisor of the branch -
      *          to OPERATIONS when the branch is blank or has no
      *          supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S152.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendingFile ASSIGN TO "./../pending.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT SuspenseFile ASSIGN TO "./../suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-STATUS.

           SELECT PaySuspenseFile ASSIGN TO "./../paysusp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSU-STATUS.

           SELECT ApplicationFile ASSIGN TO "./../appfile.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APP-STATUS.

           SELECT WriteOffFile ASSIGN TO "./../woffled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOF-STATUS.

           SELECT EraseQueueFile ASSIGN TO "./../eraseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERQ-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PendingFile.
           COPY PENDREC.

       FD  SuspenseFile.
           COPY SUSPREC.

       FD  PaySuspenseFile.
           COPY PAYSUSP.

       FD  ApplicationFile.
           COPY APPREC.

       FD  WriteOffFile.
           COPY WOFREC.

       FD  EraseQueueFile.
       01  ERASE-REQUEST-RECORD.
           05  ERQ-STATE                PIC X(01).
               88  ERQ-STATE-PENDING    VALUE "P".
               88  ERQ-STATE-APPLIED    VALUE "A".
               88  ERQ-STATE-REJECTED   VALUE "R".
           05  ERQ-DB-ID                PIC X(20).
           05  ERQ-REQ-DATE             PIC 9(08).
           05  ERQ-REQ-OPERATOR         PIC 9(05).
           05  ERQ-DECIDED-BY           PIC 9(05).
           05  ERQ-DECIDED-DATE         PIC 9(08).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS               PIC XX.
       01  WS-SUSP-STATUS               PIC XX.
       01  WS-PSU-STATUS                PIC XX.
       01  WS-APP-STATUS                PIC XX.
       01  WS-WOF-STATUS                PIC XX.
       01  WS-ERQ-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-BRANCH             PIC X(03).
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-COMMAND                   PIC X(40).
       01  WS-CALL-RESULT               PIC 9(09) COMP-5.
       01  WS-INBOX-ENTRY               PIC X(04).
       01  WS-PICK-NO                   PIC 9(04).
       01  WS-LEAVE-SWITCH              PIC X(01).
           88  WS-LEAVE-INBOX           VALUE "Y".
       01  WS-ALL-BRANCH-SWITCH         PIC X(01) VALUE "N".
           88  WS-ALL-BRANCHES          VALUE "Y".
       01  WS-SHOWN-COUNT               PIC 9(04).
       01  WS-AMOUNT-SHOWN              PIC Z(10)9.99.

      * The queues, the program that works each one and the setting
      * that says how many business days an item may wait.
       01  WS-QUEUE-TABLE-VALUES.
           05  FILLER.
               10  FILLER PIC X(04) VALUE "PEND".
               10  FILLER PIC X(12) VALUE "Approval".
               10  FILLER PIC X(08) VALUE "./s034".
               10  FILLER PIC X(20) VALUE "INBOX-AGE-APPROVAL".
               10  FILLER PIC X(03) VALUE "002".
           05  FILLER.
               10  FILLER PIC X(04) VALUE "TSUS".
               10  FILLER PIC X(12) VALUE "Txn suspense".
               10  FILLER PIC X(08) VALUE "./s032".
               10  FILLER PIC X(20) VALUE "INBOX-AGE-TRNSUSP".
               10  FILLER PIC X(03) VALUE "002".
           05  FILLER.
               10  FILLER PIC X(04) VALUE "PSUS".
               10  FILLER PIC X(12) VALUE "Pay suspense".
               10  FILLER PIC X(08) VALUE "./s073".
               10  FILLER PIC X(20) VALUE "INBOX-AGE-PAYSUSP".
               10  FILLER PIC X(03) VALUE "003".
           05  FILLER.
               10  FILLER PIC X(04) VALUE "APPL".
               10  FILLER PIC X(12) VALUE "Application".
               10  FILLER PIC X(08) VALUE "./s080".
               10  FILLER PIC X(20) VALUE "INBOX-AGE-APPLIC".
               10  FILLER PIC X(03) VALUE "005".
           05  FILLER.
               10  FILLER PIC X(04) VALUE "WOFF".
               10  FILLER PIC X(12) VALUE "Write-off".
               10  FILLER PIC X(08) VALUE "./s096".
               10  FILLER PIC X(20) VALUE "INBOX-AGE-WRITEOFF".
               10  FILLER PIC X(03) VALUE "005".
           05  FILLER.
               10  FILLER PIC X(04) VALUE "ERAS".
               10  FILLER PIC X(12) VALUE "Erasure".
               10  FILLER PIC X(08) VALUE "./s077".
               10  FILLER PIC X(20) VALUE "INBOX-AGE-ERASURE".
               10  FILLER PIC X(03) VALUE "005".
       01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-TABLE-VALUES.
           05  WS-QUE OCCURS 6 TIMES.
               10  WS-QUE-CODE          PIC X(04).
               10  WS-QUE-LABEL         PIC X(12).
               10  WS-QUE-PROGRAM       PIC X(08).
               10  WS-QUE-SETTING       PIC X(20).
               10  WS-QUE-DEFAULT       PIC X(03).
       01  WS-QUE-LIMITS.
           05  WS-QUE-LIMIT OCCURS 6 TIMES PIC 9(03).
       01  WS-QUE-IDX                   PIC 9(01).

      * Everything waiting, one row per item.
       01  WS-INBOX-TABLE.
           05  WS-INB OCCURS 500 TIMES.
               10  WS-INB-QUEUE         PIC 9(01).
               10  WS-INB-DATE          PIC 9(08).
               10  WS-INB-REF           PIC X(20).
               10  WS-INB-DETAIL        PIC X(04).
               10  WS-INB-AMOUNT        PIC 9(11)V99.
               10  WS-INB-BRANCH        PIC X(03).
               10  WS-INB-AGE           PIC 9(03).
       01  WS-INB-USED                  PIC 9(03) VALUE ZERO.
       01  WS-INB-IDX                   PIC 9(03).
       01  WS-INB-NEXT                  PIC 9(03).
       01  WS-INB-SWAP                  PIC X(52).
       01  WS-INB-OVERFLOW-SWITCH       PIC X(01).
           88  WS-INB-OVERFLOWED        VALUE "Y".
       01  WS-NEW-QUEUE                 PIC 9(01).
       01  WS-NEW-DATE                  PIC 9(08).
       01  WS-NEW-REF                   PIC X(20).
       01  WS-NEW-DETAIL                PIC X(04).
       01  WS-NEW-AMOUNT                PIC 9(11)V99.
       01  WS-NEW-OPERATOR              PIC 9(05).

      * Business days back from today - entry 1 is the business day
      * before today, and an item's age is how many of them fall on
      * or after the day it arrived.
       01  WS-BUSDAY-CHAIN.
           05  WS-BDC-DATE OCCURS 400 TIMES PIC 9(08).
       01  WS-BDC-USED                  PIC 9(03) VALUE ZERO.
       01  WS-BDC-IDX                   PIC 9(03).
       01  WS-OLDEST-DATE               PIC 9(08).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-DATE               PIC 9(08).
       01  WS-BUSDAY-RESULT             PIC X(01).

       01  WS-OPERATOR-TABLE.
           05  WS-OPT OCCURS 500 TIMES.
               10  WS-OPT-ID            PIC 9(05).
               10  WS-OPT-ROLE          PIC X(01).
               10  WS-OPT-BRANCH        PIC X(03).
               10  WS-OPT-LOCK          PIC X(01).
       01  WS-OPT-USED                  PIC 9(03) VALUE ZERO.
       01  WS-OPT-IDX                   PIC 9(03).

      * Overdue counts by branch and queue for the morning sweep.
       01  WS-OVERDUE-TABLE.
           05  WS-OVD OCCURS 100 TIMES.
               10  WS-OVD-BRANCH        PIC X(03).
               10  WS-OVD-QUEUE         PIC 9(01).
               10  WS-OVD-COUNT         PIC 9(04).
               10  WS-OVD-OLDEST        PIC 9(03).
       01  WS-OVD-USED                  PIC 9(03) VALUE ZERO.
       01  WS-OVD-IDX                   PIC 9(03).
       01  WS-OVD-TOTAL                 PIC 9(04).
       01  WS-SENT-COUNT                PIC 9(04).
       01  WS-RECIPIENT-FOUND-SWITCH    PIC X(01).
           88  WS-RECIPIENT-FOUND       VALUE "Y".
       01  WS-SLOT-FOUND-SWITCH         PIC X(01).
           88  WS-SLOT-FOUND            VALUE "Y".

       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S152".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08).
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S152".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S152 - SUPERVISOR WORK INBOX"
               DISPLAY "=============================================="
               DISPLAY "I=Inbox (supervisor)  N=Notify overdue items  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "I"
                   WHEN "i"
                       PERFORM WORK-INBOX
                   WHEN "N"
                   WHEN "n"
                       PERFORM NOTIFY-OVERDUE
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * The supervisor's own branch and the branchless queues by
      * default; A widens it to every branch. Picking an item runs
      * the program that works its queue, and the inbox is read
      * again when that program ends.
       WORK-INBOX.
           PERFORM SUPERVISOR-SIGN-ON
           MOVE "N" TO WS-LEAVE-SWITCH
           PERFORM UNTIL WS-LEAVE-INBOX
               PERFORM GATHER-INBOX
               PERFORM SHOW-INBOX
               DISPLAY "Item number to work it, A=All branches / "
                       "own branch, R=Refresh, X=Back: "
               ACCEPT WS-INBOX-ENTRY
               EVALUATE WS-INBOX-ENTRY
                   WHEN "A"
                   WHEN "a"
                       IF WS-ALL-BRANCHES
                           MOVE "N" TO WS-ALL-BRANCH-SWITCH
                       ELSE
                           SET WS-ALL-BRANCHES TO TRUE
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       CONTINUE
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-LEAVE-INBOX TO TRUE
                   WHEN OTHER
                       PERFORM OPEN-PICKED-ITEM
               END-EVALUATE
           END-PERFORM.

       SHOW-INBOX.
           DISPLAY " "
           IF WS-ALL-BRANCHES
               DISPLAY "Waiting items - all branches"
           ELSE
               DISPLAY "Waiting items - branch " WS-SIGNON-BRANCH
                       " and unassigned"
           END-IF
           DISPLAY "NO   QUEUE        AGE DATE     REFERENCE         "
                   "   DETL        AMOUNT BRN"
           MOVE ZERO TO WS-SHOWN-COUNT
           PERFORM VARYING WS-INB-IDX FROM 1 BY 1
                   UNTIL WS-INB-IDX > WS-INB-USED
               IF WS-ALL-BRANCHES
                       OR WS-INB-BRANCH(WS-INB-IDX) = WS-SIGNON-BRANCH
                       OR WS-INB-BRANCH(WS-INB-IDX) = SPACES
                   ADD 1 TO WS-SHOWN-COUNT
                   MOVE WS-INB-QUEUE(WS-INB-IDX) TO WS-QUE-IDX
                   MOVE WS-INB-AMOUNT(WS-INB-IDX) TO WS-AMOUNT-SHOWN
                   DISPLAY WS-INB-IDX "  "
                           WS-QUE-LABEL(WS-QUE-IDX) " "
                           WS-INB-AGE(WS-INB-IDX) " "
                           WS-INB-DATE(WS-INB-IDX) " "
                           WS-INB-REF(WS-INB-IDX) " "
                           WS-INB-DETAIL(WS-INB-IDX) " "
                           WS-AMOUNT-SHOWN " "
                           WS-INB-BRANCH(WS-INB-IDX)
               END-IF
           END-PERFORM
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "Nothing waiting."
           ELSE
               DISPLAY WS-SHOWN-COUNT " item(s) waiting - age in "
                       "business days."
           END-IF
           IF WS-INB-OVERFLOWED
               DISPLAY "WARNING: more than 500 items waiting - only "
                       "the oldest-read 500 are listed."
           END-IF.

       OPEN-PICKED-ITEM.
           MOVE ZERO TO WS-PICK-NO
           UNSTRING WS-INBOX-ENTRY DELIMITED BY SPACE INTO WS-PICK-NO
           IF WS-PICK-NO = ZERO OR WS-PICK-NO > WS-INB-USED
               DISPLAY "Not an item on the list."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INB-QUEUE(WS-PICK-NO) TO WS-QUE-IDX
           DISPLAY "Opening " WS-QUE-PROGRAM(WS-QUE-IDX) " for "
                   WS-QUE-LABEL(WS-QUE-IDX) " item "
                   WS-INB-REF(WS-PICK-NO)
           MOVE WS-QUE-PROGRAM(WS-QUE-IDX) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-CALL-RESULT.

      * Each morning: items past their queue's limit, counted by
      * branch and queue, go to that branch's supervisors.
       NOTIFY-OVERDUE.
           PERFORM GATHER-INBOX
           MOVE ZERO TO WS-OVD-USED
           MOVE ZERO TO WS-OVD-TOTAL
           MOVE ZERO TO WS-SENT-COUNT
           PERFORM VARYING WS-INB-IDX FROM 1 BY 1
                   UNTIL WS-INB-IDX > WS-INB-USED
               MOVE WS-INB-QUEUE(WS-INB-IDX) TO WS-QUE-IDX
               IF WS-INB-AGE(WS-INB-IDX) > WS-QUE-LIMIT(WS-QUE-IDX)
                   ADD 1 TO WS-OVD-TOTAL
                   PERFORM TALLY-OVERDUE-ITEM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                   UNTIL WS-OVD-IDX > WS-OVD-USED
               PERFORM SEND-OVERDUE-NOTICE
           END-PERFORM
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-OVD-TOTAL > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           STRING "Inbox sweep - " WS-INB-USED " waiting, "
                   WS-OVD-TOTAL " past limit, " WS-SENT-COUNT
                   " notice(s) sent"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY WS-LOG-TEXT.

       TALLY-OVERDUE-ITEM.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                   UNTIL WS-OVD-IDX > WS-OVD-USED OR WS-SLOT-FOUND
               IF WS-OVD-BRANCH(WS-OVD-IDX) = WS-INB-BRANCH(WS-INB-IDX)
                       AND WS-OVD-QUEUE(WS-OVD-IDX) = WS-QUE-IDX
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND
               SUBTRACT 1 FROM WS-OVD-IDX
           ELSE
               IF WS-OVD-USED >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OVD-USED
               MOVE WS-OVD-USED TO WS-OVD-IDX
               MOVE WS-INB-BRANCH(WS-INB-IDX)
                   TO WS-OVD-BRANCH(WS-OVD-IDX)
               MOVE WS-QUE-IDX TO WS-OVD-QUEUE(WS-OVD-IDX)
               MOVE ZERO TO WS-OVD-COUNT(WS-OVD-IDX)
               MOVE ZERO TO WS-OVD-OLDEST(WS-OVD-IDX)
           END-IF
           ADD 1 TO WS-OVD-COUNT(WS-OVD-IDX)
           IF WS-INB-AGE(WS-INB-IDX) > WS-OVD-OLDEST(WS-OVD-IDX)
               MOVE WS-INB-AGE(WS-INB-IDX) TO WS-OVD-OLDEST(WS-OVD-IDX)
           END-IF.

       SEND-OVERDUE-NOTICE.
           MOVE WS-OVD-QUEUE(WS-OVD-IDX) TO WS-QUE-IDX
           MOVE "INBOXOLD" TO WS-NTF-TEMPLATE
           MOVE SPACES TO WS-NTF-KEY-1
           STRING WS-QUE-LABEL(WS-QUE-IDX) " " WS-OVD-COUNT(WS-OVD-IDX)
                   " overdue"
                   DELIMITED BY SIZE INTO WS-NTF-KEY-1
           MOVE SPACES TO WS-NTF-KEY-2
           STRING "Branch " WS-OVD-BRANCH(WS-OVD-IDX) " oldest "
                   WS-OVD-OLDEST(WS-OVD-IDX) " bus days"
                   DELIMITED BY SIZE INTO WS-NTF-KEY-2
           MOVE "N" TO WS-RECIPIENT-FOUND-SWITCH
           IF WS-OVD-BRANCH(WS-OVD-IDX) NOT = SPACES
               PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                       UNTIL WS-OPT-IDX > WS-OPT-USED
                   IF WS-OPT-BRANCH(WS-OPT-IDX)
                           = WS-OVD-BRANCH(WS-OVD-IDX)
                           AND WS-OPT-ROLE(WS-OPT-IDX) = "S"
                           AND WS-OPT-LOCK(WS-OPT-IDX) NOT = "Y"
                       SET WS-RECIPIENT-FOUND TO TRUE
                       MOVE WS-OPT-ID(WS-OPT-IDX) TO WS-NTF-RECIPIENT
                       CALL "NOTIFY" USING WS-NTF-PROGRAM
                               WS-NTF-RECIPIENT WS-NTF-TEMPLATE
                               WS-NTF-KEY-1 WS-NTF-KEY-2
                       ADD 1 TO WS-SENT-COUNT
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-RECIPIENT-FOUND
               MOVE "OPERATIONS" TO WS-NTF-RECIPIENT
               CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                       WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
               ADD 1 TO WS-SENT-COUNT
           END-IF.

      * Every queue into the table, aged and sorted oldest first.
       GATHER-INBOX.
           MOVE ZERO TO WS-INB-USED
           MOVE "N" TO WS-INB-OVERFLOW-SWITCH
           PERFORM LOAD-QUEUE-LIMITS
           PERFORM LOAD-OPERATORS
           PERFORM GATHER-PENDING
           PERFORM GATHER-SUSPENSE
           PERFORM GATHER-PAY-SUSPENSE
           PERFORM GATHER-APPLICATIONS
           PERFORM GATHER-WRITE-OFFS
           PERFORM GATHER-ERASURES
           PERFORM AGE-INBOX-ITEMS
           PERFORM SORT-INBOX.

       LOAD-QUEUE-LIMITS.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > 6
               MOVE WS-QUE-SETTING(WS-QUE-IDX) TO WS-CFG-NAME
               MOVE WS-QUE-DEFAULT(WS-QUE-IDX) TO WS-CFG-DEFAULT
               CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                       WS-CFG-VALUE
               MOVE WS-QUE-DEFAULT(WS-QUE-IDX)
                   TO WS-QUE-LIMIT(WS-QUE-IDX)
               IF WS-CFG-VALUE(1:3) IS NUMERIC
                   MOVE WS-CFG-VALUE(1:3) TO WS-QUE-LIMIT(WS-QUE-IDX)
               END-IF
           END-PERFORM.

       GATHER-PENDING.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PendingFile
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PendingFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PEND-STATE-PENDING
                           MOVE 1 TO WS-NEW-QUEUE
                           MOVE PEND-DATE TO WS-NEW-DATE
                           MOVE PEND-ID TO WS-NEW-REF
                           EVALUATE TRUE
                               WHEN PEND-TYPE-VOID
                                   MOVE "VOID" TO WS-NEW-DETAIL
                               WHEN PEND-TYPE-HIGH-FEE
                                   MOVE "FEE" TO WS-NEW-DETAIL
                               WHEN PEND-TYPE-WAIVER
                                   MOVE "WAIV" TO WS-NEW-DETAIL
                               WHEN PEND-TYPE-LATE-WAIVER
                                   MOVE "LATE" TO WS-NEW-DETAIL
                               WHEN OTHER
                                   MOVE PEND-TYPE TO WS-NEW-DETAIL
                           END-EVALUATE
                           MOVE PEND-FEE TO WS-NEW-AMOUNT
                           MOVE PEND-OPERATOR TO WS-NEW-OPERATOR
                           PERFORM ADD-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingFile.

       GATHER-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SuspenseFile
           IF WS-SUSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SuspenseFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SUSP-STATE-OPEN
                           MOVE 2 TO WS-NEW-QUEUE
                           MOVE SUSP-DATE TO WS-NEW-DATE
                           MOVE SUSP-ID TO WS-NEW-REF
                           MOVE SUSP-REASON-CODE TO WS-NEW-DETAIL
                           MOVE SUSP-FEE TO WS-NEW-AMOUNT
                           MOVE SUSP-EMPLOYEE-ID TO WS-NEW-OPERATOR
                           PERFORM ADD-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SuspenseFile.

       GATHER-PAY-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PaySuspenseFile
           IF WS-PSU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PaySuspenseFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PSU-STATE-OPEN
                           MOVE 3 TO WS-NEW-QUEUE
                           MOVE PSU-PARKED-DATE TO WS-NEW-DATE
                           MOVE PSU-REFERENCE TO WS-NEW-REF
                           MOVE PSU-REASON-CODE TO WS-NEW-DETAIL
                           MOVE PSU-AMOUNT TO WS-NEW-AMOUNT
                           MOVE ZERO TO WS-NEW-OPERATOR
                           PERFORM ADD-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PaySuspenseFile.

       GATHER-APPLICATIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ApplicationFile
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ApplicationFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF APP-STATE-PENDING
                           MOVE 4 TO WS-NEW-QUEUE
                           MOVE APP-RECEIVED-DATE TO WS-NEW-DATE
                           MOVE SPACES TO WS-NEW-REF
                           STRING "APP " APP-NO
                                   DELIMITED BY SIZE INTO WS-NEW-REF
                           MOVE SPACES TO WS-NEW-DETAIL
                           MOVE APP-FEE TO WS-NEW-AMOUNT
                           MOVE ZERO TO WS-NEW-OPERATOR
                           PERFORM ADD-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

       GATHER-WRITE-OFFS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WriteOffFile
           IF WS-WOF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ WriteOffFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WOF-STATE-PENDING
                           MOVE 5 TO WS-NEW-QUEUE
                           MOVE WOF-REQ-DATE TO WS-NEW-DATE
                           MOVE WOF-DB-ID TO WS-NEW-REF
                           MOVE WOF-REASON TO WS-NEW-DETAIL
                           MOVE WOF-AMOUNT TO WS-NEW-AMOUNT
                           MOVE WOF-REQ-BY TO WS-NEW-OPERATOR
                           PERFORM ADD-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WriteOffFile.

       GATHER-ERASURES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EraseQueueFile
           IF WS-ERQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ EraseQueueFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ERQ-STATE-PENDING
                           MOVE 6 TO WS-NEW-QUEUE
                           MOVE ERQ-REQ-DATE TO WS-NEW-DATE
                           MOVE ERQ-DB-ID TO WS-NEW-REF
                           MOVE SPACES TO WS-NEW-DETAIL
                           MOVE ZERO TO WS-NEW-AMOUNT
                           MOVE ERQ-REQ-OPERATOR TO WS-NEW-OPERATOR
                           PERFORM ADD-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EraseQueueFile.

      * The item's branch is the branch of the operator who raised
      * it, when there is one.
       ADD-INBOX-ITEM.
           IF WS-INB-USED >= 500
               SET WS-INB-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INB-USED
           MOVE WS-NEW-QUEUE  TO WS-INB-QUEUE(WS-INB-USED)
           MOVE WS-NEW-DATE   TO WS-INB-DATE(WS-INB-USED)
           MOVE WS-NEW-REF    TO WS-INB-REF(WS-INB-USED)
           MOVE WS-NEW-DETAIL TO WS-INB-DETAIL(WS-INB-USED)
           MOVE WS-NEW-AMOUNT TO WS-INB-AMOUNT(WS-INB-USED)
           MOVE SPACES        TO WS-INB-BRANCH(WS-INB-USED)
           MOVE ZERO          TO WS-INB-AGE(WS-INB-USED)
           IF WS-NEW-OPERATOR NOT = ZERO
               PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                       UNTIL WS-OPT-IDX > WS-OPT-USED
                   IF WS-OPT-ID(WS-OPT-IDX) = WS-NEW-OPERATOR
                       MOVE WS-OPT-BRANCH(WS-OPT-IDX)
                           TO WS-INB-BRANCH(WS-INB-USED)
                   END-IF
               END-PERFORM
           END-IF.

      * The business-day chain runs back from today only as far as
      * the oldest item needs, 400 business days at most - anything
      * older shows 400.
       AGE-INBOX-ITEMS.
           IF WS-INB-USED = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO WS-OLDEST-DATE
           PERFORM VARYING WS-INB-IDX FROM 1 BY 1
                   UNTIL WS-INB-IDX > WS-INB-USED
               IF WS-INB-DATE(WS-INB-IDX) < WS-OLDEST-DATE
                   MOVE WS-INB-DATE(WS-INB-IDX) TO WS-OLDEST-DATE
               END-IF
           END-PERFORM
           MOVE "PREVBUS" TO WS-BUSDAY-KIND
           MOVE WS-TODAY-DATE TO WS-BUSDAY-DATE
           IF WS-BDC-USED > ZERO
               MOVE WS-BDC-DATE(WS-BDC-USED) TO WS-BUSDAY-DATE
           END-IF
           PERFORM UNTIL WS-BDC-USED >= 400
                   OR (WS-BDC-USED > ZERO
                       AND WS-BDC-DATE(WS-BDC-USED) < WS-OLDEST-DATE)
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-BUSDAY-DATE
                       WS-BUSDAY-RESULT
               ADD 1 TO WS-BDC-USED
               MOVE WS-BUSDAY-DATE TO WS-BDC-DATE(WS-BDC-USED)
           END-PERFORM
           PERFORM VARYING WS-INB-IDX FROM 1 BY 1
                   UNTIL WS-INB-IDX > WS-INB-USED
               MOVE ZERO TO WS-INB-AGE(WS-INB-IDX)
               PERFORM VARYING WS-BDC-IDX FROM 1 BY 1
                       UNTIL WS-BDC-IDX > WS-BDC-USED
                   IF WS-BDC-DATE(WS-BDC-IDX)
                           >= WS-INB-DATE(WS-INB-IDX)
                       ADD 1 TO WS-INB-AGE(WS-INB-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-INBOX.
           PERFORM VARYING WS-INB-IDX FROM 1 BY 1
                   UNTIL WS-INB-IDX >= WS-INB-USED
               PERFORM VARYING WS-INB-NEXT FROM WS-INB-IDX BY 1
                       UNTIL WS-INB-NEXT > WS-INB-USED
                   IF WS-INB-DATE(WS-INB-NEXT) < WS-INB-DATE(WS-INB-IDX)
                       MOVE WS-INB(WS-INB-IDX) TO WS-INB-SWAP
                       MOVE WS-INB(WS-INB-NEXT) TO WS-INB(WS-INB-IDX)
                       MOVE WS-INB-SWAP TO WS-INB(WS-INB-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-OPERATORS.
           MOVE ZERO TO WS-OPT-USED
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - items carry no branch."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ OperatorFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-OPT-USED < 500
                           ADD 1 TO WS-OPT-USED
                           MOVE OPR-ID TO WS-OPT-ID(WS-OPT-USED)
                           MOVE OPR-ROLE TO WS-OPT-ROLE(WS-OPT-USED)
                           MOVE OPR-BRANCH
                               TO WS-OPT-BRANCH(WS-OPT-USED)
                           MOVE "N" TO WS-OPT-LOCK(WS-OPT-USED)
                           IF OPR-LOCKED
                               MOVE "Y" TO WS-OPT-LOCK(WS-OPT-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile.

      * The inbox shows amounts across branches - supervisor
      * business, the same sign-on check S148 makes.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - the inbox needs a "
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
                               MOVE OPR-BRANCH TO WS-SIGNON-BRANCH
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - inbox refused."
               STOP RUN
           END-IF.

       END PROGRAM S152.
