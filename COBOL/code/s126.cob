      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-08
      * Purpose: Household memberships over the household register
      *          (hshld.txt, HSHREC layout). A family used to sign up
      *          as unrelated registrations, each on the full
      *          scheduled fee, with the desk keying discount codes
      *          to make up for it. Link puts an active registration
      *          under a household primary as a dependent - it is
      *          re-classed to H and from then on rated from the fee
      *          schedule's household line, and it renews, lapses,
      *          reinstates and voids with its primary on one notice
      *          and one invoice (S015, S070, S034, S047). Split takes
      *          a dependent back out to stand on its own at the
      *          class it had before. The Listing prints every
      *          household with its members and combined balance
      *          off the balance master through RPTWRT. Link and
      *          Split are journaled to audit.txt like any other
      *          change to database.txt.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S126.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HouseholdFile ASSIGN TO "./../hshld.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSH-DB-ID
           ALTERNATE RECORD KEY IS HSH-PRIMARY-ID WITH DUPLICATES
           FILE STATUS IS WS-HSH-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LockFile ASSIGN TO "./../dblock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HouseholdFile.
           COPY HSHREC.

       FD  DatabaseFile.
           COPY DBREC.

       FD  BalanceFile.
           COPY BALREC.

       FD  AuditFile.
           COPY AUDITREC.

       FD  LockFile.
       01  LOCK-RECORD.
           05  LOCK-HOLDER-ID           PIC 9(05).
           05  LOCK-HOLDER-NAME         PIC X(30).
           05  LOCK-DATE                PIC 9(08).
           05  LOCK-TIME                PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).
       01  WS-HSH-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-HSH-EOF-SWITCH            PIC X(01).
           88  WS-HSH-END-OF-FILE       VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-OPERATOR-ID               PIC 9(05).
       01  WS-PRIMARY-ID                PIC X(20).
       01  WS-DEPENDENT-ID              PIC X(20).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-PRIOR-CLASS               PIC X(01).
       01  WS-LINK-ROLE                 PIC X(01).
       01  WS-ROW-FOUND-SWITCH          PIC X(01).
           88  WS-ROW-FOUND             VALUE "Y".
       01  WS-REMAINING                 PIC 9(03).
       01  WS-AUD-BEFORE                PIC X(112).
       01  WS-AUD-AFTER                 PIC X(112).

      * Listing control break and totals.
       01  WS-BREAK-ID                  PIC X(20).
       01  WS-BAL-OPEN-SWITCH           PIC X(01).
           88  WS-BAL-OPEN              VALUE "Y".
       01  WS-DB-OPEN-SWITCH            PIC X(01).
           88  WS-DB-OPEN               VALUE "Y".
       01  WS-MEMBER-BALANCE            PIC S9(09)V99.
       01  WS-MEMBER-STATUS             PIC X(01).
       01  WS-ROLE-DESC                 PIC X(09).
       01  WS-HOUSEHOLD-MEMBERS         PIC 9(03).
       01  WS-HOUSEHOLD-BALANCE         PIC S9(11)V99.
       01  WS-HOUSEHOLD-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-MEMBER-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-GRAND-BALANCE             PIC S9(11)V99 VALUE ZERO.
       01  WS-BALANCE-EDIT              PIC -(10)9.99.

       01  WS-LOCK-STATUS               PIC XX.
       01  WS-LOCK-HELD-SWITCH         PIC X(01) VALUE "N".
           88  WS-LOCK-HELD             VALUE "Y".
       01  WS-LOCK-TRIES                PIC 9(02) VALUE ZERO.
       01  WS-LOCK-WAIT-SECONDS         PIC 9(09) COMP-5 VALUE 3.
       01  WS-LOCK-FILE-NAME            PIC X(20)
               VALUE "./../dblock.txt".
       01  WS-FILE-INFO                 PIC X(36).
       01  WS-LOCK-EXIST-RESULT         PIC 9(09) COMP-5.
       01  WS-LOCK-DELETE-RESULT        PIC 9(09) COMP-5.
       01  WS-LOCK-ENV-FLAG             PIC X(01).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S126".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S126 - HOUSEHOLD MEMBERSHIPS"
               DISPLAY "=============================================="
               DISPLAY "K=Link a dependent  S=Split off a dependent  "
                       "L=Household listing  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "K"
                   WHEN "k"
                       PERFORM LINK-DEPENDENT
                   WHEN "S"
                   WHEN "s"
                       PERFORM SPLIT-DEPENDENT
                   WHEN "L"
                   WHEN "l"
                       PERFORM HOUSEHOLD-LISTING
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Put an active registration under an active primary. The
      * primary is marked on its row and the register the first
      * time; the dependent goes to class H and its old class is
      * kept on the register for the day it is split off.
       LINK-DEPENDENT.
           DISPLAY "Primary registration ID: "
           ACCEPT WS-PRIMARY-ID
           DISPLAY "Dependent registration ID: "
           ACCEPT WS-DEPENDENT-ID
           DISPLAY "Linked by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           IF WS-PRIMARY-ID = WS-DEPENDENT-ID
               DISPLAY "A registration cannot be its own dependent."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-FOR-UPDATE
           IF WS-FILE-STATUS NOT = "00" OR WS-HSH-STATUS NOT = "00"
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEPENDENT-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-DEPENDENT-ID " was not found."
                   PERFORM CLOSE-AFTER-UPDATE
                   EXIT PARAGRAPH
           END-READ
           IF NOT DB-STATUS-ACTIVE
               DISPLAY "Dependent is not active - link refused."
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF DB-HSH-MEMBER
               DISPLAY "ID " WS-DEPENDENT-ID " already belongs to a "
                       "household - split it off first."
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIMARY-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-PRIMARY-ID " was not found."
                   PERFORM CLOSE-AFTER-UPDATE
                   EXIT PARAGRAPH
           END-READ
           IF NOT DB-STATUS-ACTIVE
               DISPLAY "Primary is not active - link refused."
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF DB-HSH-DEPENDENT
               DISPLAY "ID " WS-PRIMARY-ID " is itself a dependent - "
                       "link to its primary instead."
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF

      *    The primary - marked the first time it heads a household.
           IF NOT DB-HSH-PRIMARY
               MOVE WS-PRIMARY-ID TO WS-WORK-ID
               MOVE DATABASE-RECORD TO WS-AUD-BEFORE
               SET DB-HSH-PRIMARY TO TRUE
               REWRITE DATABASE-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Link failed - status " WS-FILE-STATUS
                   PERFORM CLOSE-AFTER-UPDATE
                   EXIT PARAGRAPH
               END-IF
               MOVE DATABASE-RECORD TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           MOVE WS-PRIMARY-ID TO WS-WORK-ID
           MOVE "P" TO WS-LINK-ROLE
           MOVE SPACE TO WS-PRIOR-CLASS
           PERFORM PUT-REGISTER-ROW

      *    The dependent - re-classed onto the household fee line.
           MOVE WS-DEPENDENT-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-DEPENDENT-ID " has gone."
                   PERFORM CLOSE-AFTER-UPDATE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-DEPENDENT-ID TO WS-WORK-ID
           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           MOVE DB-CLASS TO WS-PRIOR-CLASS
           IF WS-PRIOR-CLASS = SPACE OR WS-PRIOR-CLASS = LOW-VALUE
               MOVE "R" TO WS-PRIOR-CLASS
           END-IF
           MOVE "H" TO DB-CLASS
           SET DB-HSH-DEPENDENT TO TRUE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Link failed - status " WS-FILE-STATUS
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "D" TO WS-LINK-ROLE
           PERFORM PUT-REGISTER-ROW

           PERFORM CLOSE-AFTER-UPDATE
           DISPLAY "ID " WS-DEPENDENT-ID " linked to household "
                   WS-PRIMARY-ID " - renews on the household fee "
                   "line from its next renewal.".

      * Write or rewrite the register row for WS-WORK-ID as a linked
      * member of WS-PRIMARY-ID in the role in WS-LINK-ROLE - a
      * row left from an earlier split is reused.
       PUT-REGISTER-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE WS-WORK-ID TO HSH-DB-ID
           READ HouseholdFile KEY IS HSH-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
           END-READ
           IF WS-ROW-FOUND AND HSH-STATE-LINKED AND HSH-ROLE-PRIMARY
                   AND WS-LINK-ROLE = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID     TO HSH-DB-ID
           MOVE WS-PRIMARY-ID  TO HSH-PRIMARY-ID
           MOVE WS-LINK-ROLE   TO HSH-ROLE
           SET HSH-STATE-LINKED TO TRUE
           MOVE WS-TODAY-DATE  TO HSH-LINKED-DATE
           MOVE WS-OPERATOR-ID TO HSH-LINKED-BY
           MOVE ZERO           TO HSH-SPLIT-DATE
           MOVE ZERO           TO HSH-SPLIT-BY
           MOVE WS-PRIOR-CLASS TO HSH-PRIOR-CLASS
           IF WS-ROW-FOUND
               REWRITE HOUSEHOLD-RECORD
           ELSE
               WRITE HOUSEHOLD-RECORD
           END-IF
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "WARNING: hshld.txt write failed for "
                       WS-WORK-ID " - status " WS-HSH-STATUS
           END-IF.

      * Take a dependent out of its household: its own class back,
      * its household mark cleared, and the register row closed. The
      * paid-through date it has stays - it renews alone from there.
      * A primary left with no dependents stops being one.
       SPLIT-DEPENDENT.
           DISPLAY "Dependent registration ID to split off: "
           ACCEPT WS-DEPENDENT-ID
           DISPLAY "Split by (Employee ID): "
           ACCEPT WS-OPERATOR-ID

           PERFORM OPEN-FOR-UPDATE
           IF WS-FILE-STATUS NOT = "00" OR WS-HSH-STATUS NOT = "00"
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEPENDENT-ID TO HSH-DB-ID
           READ HouseholdFile KEY IS HSH-DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-DEPENDENT-ID " is not on the "
                           "household register."
                   PERFORM CLOSE-AFTER-UPDATE
                   EXIT PARAGRAPH
           END-READ
           IF NOT HSH-ROLE-DEPENDENT OR NOT HSH-STATE-LINKED
               DISPLAY "ID " WS-DEPENDENT-ID " is not a linked "
                       "dependent - nothing to split."
               PERFORM CLOSE-AFTER-UPDATE
               EXIT PARAGRAPH
           END-IF
           MOVE HSH-PRIMARY-ID  TO WS-PRIMARY-ID
           MOVE HSH-PRIOR-CLASS TO WS-PRIOR-CLASS
           IF WS-PRIOR-CLASS = SPACE OR WS-PRIOR-CLASS = LOW-VALUE
               MOVE "R" TO WS-PRIOR-CLASS
           END-IF

           MOVE WS-DEPENDENT-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-DEPENDENT-ID " is not on "
                           "database.txt - register row closed only."
                   MOVE SPACE TO DB-HOUSEHOLD-ROLE
           END-READ
           IF DB-HSH-DEPENDENT
               MOVE WS-DEPENDENT-ID TO WS-WORK-ID
               MOVE DATABASE-RECORD TO WS-AUD-BEFORE
               MOVE WS-PRIOR-CLASS TO DB-CLASS
               MOVE SPACE TO DB-HOUSEHOLD-ROLE
               REWRITE DATABASE-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Split failed - status " WS-FILE-STATUS
                   PERFORM CLOSE-AFTER-UPDATE
                   EXIT PARAGRAPH
               END-IF
               MOVE DATABASE-RECORD TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           MOVE WS-DEPENDENT-ID TO WS-WORK-ID
           PERFORM CLOSE-REGISTER-ROW

           PERFORM COUNT-REMAINING-DEPENDENTS
           IF WS-REMAINING = ZERO
               PERFORM RETIRE-PRIMARY
           END-IF

           PERFORM CLOSE-AFTER-UPDATE
           DISPLAY "ID " WS-DEPENDENT-ID " split off household "
                   WS-PRIMARY-ID " - back on class " WS-PRIOR-CLASS
                   ".".

      * Mark the register row of WS-WORK-ID split as of today.
       CLOSE-REGISTER-ROW.
           MOVE WS-WORK-ID TO HSH-DB-ID
           READ HouseholdFile KEY IS HSH-DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET HSH-STATE-SPLIT TO TRUE
           MOVE WS-TODAY-DATE  TO HSH-SPLIT-DATE
           MOVE WS-OPERATOR-ID TO HSH-SPLIT-BY
           REWRITE HOUSEHOLD-RECORD
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "WARNING: hshld.txt update failed for "
                       WS-WORK-ID " - status " WS-HSH-STATUS
           END-IF.

       COUNT-REMAINING-DEPENDENTS.
           MOVE ZERO TO WS-REMAINING
           MOVE "N" TO WS-HSH-EOF-SWITCH
           MOVE WS-PRIMARY-ID TO HSH-PRIMARY-ID
           START HouseholdFile KEY IS = HSH-PRIMARY-ID
               INVALID KEY
                   SET WS-HSH-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-HSH-END-OF-FILE
               READ HouseholdFile NEXT RECORD
                   AT END
                       SET WS-HSH-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HSH-PRIMARY-ID NOT = WS-PRIMARY-ID
                           SET WS-HSH-END-OF-FILE TO TRUE
                       ELSE
                           IF HSH-ROLE-DEPENDENT AND HSH-STATE-LINKED
                               ADD 1 TO WS-REMAINING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The last dependent is gone - the primary is an ordinary
      * registration again.
       RETIRE-PRIMARY.
           MOVE WS-PRIMARY-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   MOVE SPACE TO DB-HOUSEHOLD-ROLE
           END-READ
           IF DB-HSH-PRIMARY
               MOVE WS-PRIMARY-ID TO WS-WORK-ID
               MOVE DATABASE-RECORD TO WS-AUD-BEFORE
               MOVE SPACE TO DB-HOUSEHOLD-ROLE
               REWRITE DATABASE-RECORD
               IF WS-FILE-STATUS = "00"
                   MOVE DATABASE-RECORD TO WS-AUD-AFTER
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF
           MOVE WS-PRIMARY-ID TO WS-WORK-ID
           PERFORM CLOSE-REGISTER-ROW
           DISPLAY "Household " WS-PRIMARY-ID " has no dependents "
                   "left and is closed.".

      * Link and Split touch several database.txt rows, so they take
      * the single-writer lock S015 uses; the register is created on
      * first use.
       OPEN-FOR-UPDATE.
           PERFORM ACQUIRE-DATABASE-LOCK
           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O HouseholdFile
           IF WS-HSH-STATUS = "35"
               OPEN OUTPUT HouseholdFile
               CLOSE HouseholdFile
               OPEN I-O HouseholdFile
           END-IF
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "hshld.txt could not be opened - status "
                       WS-HSH-STATUS
           END-IF.

       CLOSE-AFTER-UPDATE.
           IF WS-FILE-STATUS NOT = "35"
               CLOSE DatabaseFile
           END-IF
           IF WS-HSH-STATUS NOT = "35"
               CLOSE HouseholdFile
           END-IF
           PERFORM RELEASE-DATABASE-LOCK.

      * Every household with its linked members, in primary order:
      * each member's status and balance due off the balance master,
      * and the household's combined balance.
       HOUSEHOLD-LISTING.
           MOVE ZERO TO WS-HOUSEHOLD-COUNT
           MOVE ZERO TO WS-MEMBER-COUNT
           MOVE ZERO TO WS-GRAND-BALANCE
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "hshld.txt could not be opened - status "
                       WS-HSH-STATUS " - no households linked yet."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DB-OPEN-SWITCH
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS = "00"
               SET WS-DB-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-BAL-OPEN-SWITCH
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS = "00"
               SET WS-BAL-OPEN TO TRUE
           ELSE
               DISPLAY "balmast.txt could not be opened - balances "
                       "show as zero; run S124."
           END-IF

           MOVE "s126" TO WS-RPT-ID
           MOVE "HOUSEHOLD LISTING" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "MEMBER ID            ROLE      STATUS  "
                   "PAID THRU       BALANCE DUE" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           MOVE SPACES TO WS-BREAK-ID
           MOVE "N" TO WS-HSH-EOF-SWITCH
           MOVE LOW-VALUES TO HSH-PRIMARY-ID
           START HouseholdFile KEY IS >= HSH-PRIMARY-ID
               INVALID KEY
                   SET WS-HSH-END-OF-FILE TO TRUE
           END-START
           PERFORM READ-NEXT-LINKED-ROW
           PERFORM LIST-ONE-MEMBER UNTIL WS-HSH-END-OF-FILE
           IF WS-BREAK-ID NOT = SPACES
               PERFORM PRINT-HOUSEHOLD-TOTAL
           END-IF

           CLOSE HouseholdFile
           IF WS-DB-OPEN
               CLOSE DatabaseFile
           END-IF
           IF WS-BAL-OPEN
               CLOSE BalanceFile
           END-IF

           MOVE WS-GRAND-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Households: " WS-HOUSEHOLD-COUNT
                   "   Members: " WS-MEMBER-COUNT
                   "   Combined balance: " WS-BALANCE-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Household listing - " WS-HOUSEHOLD-COUNT
                   " household(s), " WS-MEMBER-COUNT " member(s)."
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Household listing produced - "
                   WS-HOUSEHOLD-COUNT " household(s).".

      * Split-off rows are history, not members - they are skipped.
       READ-NEXT-LINKED-ROW.
           PERFORM WITH TEST AFTER
                   UNTIL WS-HSH-END-OF-FILE OR HSH-STATE-LINKED
               READ HouseholdFile NEXT RECORD
                   AT END
                       SET WS-HSH-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

       LIST-ONE-MEMBER.
           IF HSH-PRIMARY-ID NOT = WS-BREAK-ID
               IF WS-BREAK-ID NOT = SPACES
                   PERFORM PRINT-HOUSEHOLD-TOTAL
               END-IF
               MOVE HSH-PRIMARY-ID TO WS-BREAK-ID
               MOVE ZERO TO WS-HOUSEHOLD-MEMBERS
               MOVE ZERO TO WS-HOUSEHOLD-BALANCE
               ADD 1 TO WS-HOUSEHOLD-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               PERFORM RPT-LINE
               STRING "HOUSEHOLD " HSH-PRIMARY-ID
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF

           MOVE SPACE TO WS-MEMBER-STATUS
           MOVE ZERO TO DB-PAID-THRU
           IF WS-DB-OPEN
               MOVE HSH-DB-ID TO DB-ID
               READ DatabaseFile KEY IS DB-ID
                   INVALID KEY
                       MOVE "?" TO WS-MEMBER-STATUS
                       MOVE ZERO TO DB-PAID-THRU
                   NOT INVALID KEY
                       MOVE DB-STATUS TO WS-MEMBER-STATUS
               END-READ
           END-IF
           MOVE ZERO TO WS-MEMBER-BALANCE
           IF WS-BAL-OPEN
               MOVE HSH-DB-ID TO BAL-DB-ID
               READ BalanceFile KEY IS BAL-DB-ID
                   NOT INVALID KEY
                       MOVE BAL-BALANCE TO WS-MEMBER-BALANCE
               END-READ
           END-IF
           IF HSH-ROLE-PRIMARY
               MOVE "PRIMARY" TO WS-ROLE-DESC
           ELSE
               MOVE "DEPENDENT" TO WS-ROLE-DESC
           END-IF
           ADD 1 TO WS-HOUSEHOLD-MEMBERS
           ADD 1 TO WS-MEMBER-COUNT
           ADD WS-MEMBER-BALANCE TO WS-HOUSEHOLD-BALANCE
           ADD WS-MEMBER-BALANCE TO WS-GRAND-BALANCE
           MOVE WS-MEMBER-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-RPT-TEXT
           STRING HSH-DB-ID " " WS-ROLE-DESC " " WS-MEMBER-STATUS
                   "       " DB-PAID-THRU "  " WS-BALANCE-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM READ-NEXT-LINKED-ROW.

       PRINT-HOUSEHOLD-TOTAL.
           MOVE WS-HOUSEHOLD-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  " WS-HOUSEHOLD-MEMBERS " member(s)"
                   "          household balance  " WS-BALANCE-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * One AUDITREC journal record per row changed, mode "U" - the
      * S095 link precedent.
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
           SET AUD-MODE-UPDATE   TO TRUE
           SET AUD-SOURCE-SCREEN TO TRUE
           MOVE WS-OPERATOR-ID   TO AUD-HANDLED-BY
           MOVE WS-WORK-ID       TO AUD-DB-ID
           MOVE WS-AUD-BEFORE    TO AUD-BEFORE-IMAGE
           MOVE WS-AUD-AFTER     TO AUD-AFTER-IMAGE
      *    The session's correlation ID rides the journal entry,
      *    the LOGMSG convention.
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
           CLOSE AuditFile.

      * Same single-writer dblock.txt protocol as S015.
       ACQUIRE-DATABASE-LOCK.
           MOVE SPACES TO WS-LOCK-ENV-FLAG
           ACCEPT WS-LOCK-ENV-FLAG FROM ENVIRONMENT "DB_LOCK_HELD"
               ON EXCEPTION
                   MOVE SPACES TO WS-LOCK-ENV-FLAG
           END-ACCEPT
           IF WS-LOCK-ENV-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM UNTIL WS-LOCK-HELD OR WS-LOCK-TRIES >= 10
               ADD 1 TO WS-LOCK-TRIES
               CALL "CBL_CHECK_FILE_EXIST" USING WS-LOCK-FILE-NAME
                       WS-FILE-INFO RETURNING WS-LOCK-EXIST-RESULT
               IF WS-LOCK-EXIST-RESULT = ZERO
                   DISPLAY "database.txt is in use - household "
                           "change waiting..."
                   CALL "C$SLEEP" USING WS-LOCK-WAIT-SECONDS
               ELSE
                   OPEN OUTPUT LockFile
                   IF WS-LOCK-STATUS = "00"
                       MOVE WS-OPERATOR-ID TO LOCK-HOLDER-ID
                       MOVE "HOUSEHOLDS (S126)" TO LOCK-HOLDER-NAME
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
                       "- household change refused."
               STOP RUN
           END-IF.

       RELEASE-DATABASE-LOCK.
           IF WS-LOCK-HELD
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME
                       RETURNING WS-LOCK-DELETE-RESULT
               MOVE "N" TO WS-LOCK-HELD-SWITCH
           END-IF.

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

       END PROGRAM S126.
