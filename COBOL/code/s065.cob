      *          fresh file in (the old live file stays behind as
      *          database_prepurge.txt), and offers an archive
      *          inquiry so an auditor can still pull a purged record
      *          by ID, and a supervisor-only restore that brings an
      *          archived registration back under its original ID.
      * Tectonics: cobc
      *
      * Modification History:
      *                    file before the swap - purged days used
      *                    to fail the trailer-vs-actual checks in
      *                    S044/S066 on every run afterwards.
      *   2024-09-19  rxz  A voided registration under legal hold (S145,
      *                    through HOLDCHK) is kept on the live file
      *                    instead of purged, and the run says how many
      *                    were kept.
      *   2024-09-25  rxz  Restore mode: a signed-on supervisor brings
      *                    an archived registration back under its
      *                    original ID, under the database lock -
      *                    refused when the ID has been issued again or
      *                    S077 erased the member. Journaled to
      *                    audit.txt as a restore; its day's trailer
      *                    goes back up and the void comes off its
      *                    daily-totals row. Purges and restores both
      *                    land on the purge register (purgereg.txt).
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S065.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EraseQueueFile ASSIGN TO "./../eraseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERQ-STATUS.

           SELECT PurgeRegisterFile ASSIGN TO "./../purgereg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT DailySumFile ASSIGN TO "./../dailysum.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSM-STATUS.

           SELECT DailySumWorkFile ASSIGN TO "./../dsmwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSMW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           05  LOCK-DATE                PIC 9(08).
           05  LOCK-TIME                PIC 9(06).

       FD  OperatorFile.
           COPY OPRREC.

       FD  AuditFile.
           COPY AUDITREC.

      * S077's data-removal queue - only read here, to refuse the
      * restore of a member whose personal data was erased.
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

       FD  PurgeRegisterFile.
           COPY PRGREC.

       FD  DailySumFile.
           COPY DSUMREC.

       FD  DailySumWorkFile.
           COPY DSUMREC REPLACING
               ==DAILY-SUMMARY-RECORD== BY ==DAILY-SUM-WORK-RECORD==
               LEADING ==DSM== BY ==DSW==.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH             PIC X(60).
       01  WS-FILE-STATUS         PIC XX.
       01  WS-PD-DAY-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-PD-DROPPED          PIC 9(05) VALUE ZERO.
       01  WS-PD-TRAILER-ID       PIC X(20).
       01  WS-HELD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "S065".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).
       01  WS-HOLD-DB-ID          PIC X(20).
       01  WS-HOLD-ACTION         PIC X(30).
       01  WS-HOLD-RESULT         PIC X(01).
           88  WS-MEMBER-HELD     VALUE "Y".
       01  WS-OPR-STATUS          PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-ERQ-STATUS          PIC XX.
       01  WS-REG-STATUS          PIC XX.
       01  WS-DSM-STATUS          PIC XX.
       01  WS-DSMW-STATUS         PIC XX.
       01  WS-SIGNON-SWITCH       PIC X(01) VALUE "N".
           88  WS-SIGNED-ON       VALUE "Y".
       01  WS-SIGNON-ID           PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD     PIC X(10).
       01  WS-SIGNON-TRIES        PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH        PIC X(10).
       01  WS-TODAY-DATE          PIC 9(08).
       01  WS-ERASED-SWITCH       PIC X(01).
           88  WS-MEMBER-ERASED   VALUE "Y".
       01  WS-PRG-ROWS            PIC 9(07).
       01  WS-PRG-DIRECTION       PIC X(01).
       01  WS-PRG-DB-ID           PIC X(20).
       01  WS-RESTORE-REG-DATE    PIC 9(08).
       01  WS-RESTORE-SUM-DATE    PIC 9(08).
       01  WS-RESTORE-COUNTRY     PIC X(20).
       01  WS-AUD-BEFORE          PIC X(112).
       01  WS-AUD-AFTER           PIC X(112).
       01  WS-RUN-ID-ENV          PIC X(07).
       01  WS-CHN-ACTION          PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN  PIC 9(10).
           05  WS-CHN-DIGEST      PIC 9(10).
           05  WS-CHN-CHAIN       PIC 9(10).
       01  WS-DSM-EOF-SWITCH      PIC X(01).
           88  WS-DSM-END-OF-FILE VALUE "Y".
       01  WS-DSM-FILE-NAME       PIC X(20)
               VALUE "./../dailysum.txt".
       01  WS-DSMW-FILE-NAME      PIC X(20)
               VALUE "./../dsmwork.txt".
       01  WS-DSM-DEL-RESULT      PIC 9(09) COMP-5.
       01  WS-DSM-REN-RESULT      PIC 9(09) COMP-5.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=============================================="
           DISPLAY "  S065 - DATABASE ARCHIVE AND PURGE"
           DISPLAY "=============================================="
           DISPLAY "P=Purge old voids  I=Inquire archive  "
                   "R=Restore from archive  X=Exit: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "P"
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRE-ARCHIVE
               WHEN "R"
               WHEN "r"
                   PERFORM RESTORE-FROM-ARCHIVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY "Purge complete: " WS-KEPT-COUNT " kept, "
                   WS-PURGED-COUNT " archived."
           MOVE WS-PURGED-COUNT TO WS-PRG-ROWS
           MOVE "A"    TO WS-PRG-DIRECTION
           MOVE SPACES TO WS-PRG-DB-ID
           PERFORM WRITE-PURGE-REGISTER
           IF WS-HELD-COUNT > ZERO
               DISPLAY WS-HELD-COUNT " old void(s) kept under legal "
                       "hold."
           END-IF
           DISPLAY "Old live file kept as database_prepurge.txt "
                   "until the next purge."
           PERFORM RELEASE-DATABASE-LOCK.

       SPLIT-ONE-RECORD.
           ADD 1 TO WS-ORIGINAL-COUNT
           MOVE "N" TO WS-HOLD-RESULT
           IF DB-LAYOUT-CURRENT AND DB-STATUS-VOID
                   AND DB-REG-DATE < WS-CUTOFF-DATE
      *        A void under legal hold is kept on the live file.
               MOVE DB-ID TO WS-HOLD-DB-ID
               MOVE "purge of voided registration" TO WS-HOLD-ACTION
               CALL "HOLDCHK" USING WS-HOLD-DB-ID WS-LOG-PROGRAM
                       WS-HOLD-ACTION WS-HOLD-RESULT
               IF WS-MEMBER-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF
           IF DB-LAYOUT-CURRENT AND DB-STATUS-VOID
                   AND DB-REG-DATE < WS-CUTOFF-DATE
                   AND NOT WS-MEMBER-HELD
               ADD 1 TO WS-PURGED-COUNT
               PERFORM NOTE-PURGED-DAY
               MOVE DATABASE-RECORD TO ARCHIVE-RECORD
           END-READ
           CLOSE ArchiveFile.

      * Bring one archived registration back onto the live file
      * under its original ID - a member returning, or a void that
      * should never have been keyed. Supervisor only, under the
      * database lock. Refused when the ID has been issued again
      * since the purge, or when S077 erased the member's personal
      * data (an erased member stays erased). The row comes back
      * active, or lapsed when its paid-through date has passed so
      * S015's Reinstate collects the catch-up fee; it leaves the
      * archive, is journaled as a restore (mode "T"), puts its
      * registration day's trailer and daily totals back, and lands
      * on the purge register.
       RESTORE-FROM-ARCHIVE.
           PERFORM SUPERVISOR-SIGN-ON
           DISPLAY "Archived ID to restore: "
           ACCEPT WS-LOOKUP-ID
           PERFORM CHECK-MEMBER-ERASED
           IF WS-MEMBER-ERASED
               DISPLAY "ID " WS-LOOKUP-ID " was erased on a data-"
                       "removal request (S077) - restore refused."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-DATABASE-LOCK

           OPEN I-O ArchiveFile
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "dbarchive.txt could not be opened - status "
                       WS-ARC-STATUS " - nothing has been archived."
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO ARC-ID
           READ ArchiveFile KEY IS ARC-ID
               INVALID KEY
                   DISPLAY "ID " WS-LOOKUP-ID
                           " is not in the archive."
                   CLOSE ArchiveFile
                   PERFORM RELEASE-DATABASE-LOCK
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Country    : " ARC-COUNTRY
           DISPLAY "Registered : " ARC-YEAR "/" ARC-MONTH "/" ARC-DAY
           DISPLAY "Fee        : " ARC-FEE " " ARC-CURRENCY
           DISPLAY "Paid thru  : " ARC-PAID-THRU
           DISPLAY "Restore this registration to the live file "
                   "(Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Restore cancelled."
               CLOSE ArchiveFile
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               CLOSE ArchiveFile
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ID " WS-LOOKUP-ID " has been issued "
                           "again since the purge - restore refused."
                   CLOSE DatabaseFile
                   CLOSE ArchiveFile
                   PERFORM RELEASE-DATABASE-LOCK
                   EXIT PARAGRAPH
           END-READ

           MOVE ARCHIVE-RECORD TO WS-AUD-BEFORE
           MOVE ARCHIVE-RECORD TO DATABASE-RECORD
           IF DB-PAID-THRU OF DATABASE-RECORD < WS-TODAY-DATE
               SET DB-STATUS-LAPSED OF DATABASE-RECORD TO TRUE
           ELSE
               SET DB-STATUS-ACTIVE OF DATABASE-RECORD TO TRUE
           END-IF
           MOVE DB-REG-DATE TO WS-RESTORE-REG-DATE
           MOVE DB-COUNTRY  TO WS-RESTORE-COUNTRY
           IF DB-EFF-DATE OF DATABASE-RECORD IS NUMERIC
                   AND DB-EFF-DATE OF DATABASE-RECORD > ZERO
               MOVE DB-EFF-DATE OF DATABASE-RECORD
                       TO WS-RESTORE-SUM-DATE
           ELSE
               MOVE DB-REG-DATE TO WS-RESTORE-SUM-DATE
           END-IF
           WRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Restore write failed for " WS-LOOKUP-ID
                       " - status " WS-FILE-STATUS
               CLOSE DatabaseFile
               CLOSE ArchiveFile
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM RAISE-RESTORED-DAY-TRAILER
           CLOSE DatabaseFile

      *    The row is on the live file before it leaves the archive,
      *    so a failure here leaves a copy in both rather than none.
           DELETE ArchiveFile RECORD
               INVALID KEY
                   DISPLAY "Archive row for " WS-LOOKUP-ID
                           " could not be removed - status "
                           WS-ARC-STATUS " - remove it by hand."
           END-DELETE
           CLOSE ArchiveFile

           PERFORM WRITE-RESTORE-AUDIT
           PERFORM TAKE-BACK-DAILY-VOID
           MOVE 1      TO WS-PRG-ROWS
           MOVE "R"    TO WS-PRG-DIRECTION
           MOVE WS-LOOKUP-ID TO WS-PRG-DB-ID
           PERFORM WRITE-PURGE-REGISTER
           PERFORM RELEASE-DATABASE-LOCK

           MOVE WS-AUD-AFTER TO DATABASE-RECORD
           DISPLAY "ID " WS-LOOKUP-ID " restored to the live file - "
                   "status " DB-STATUS "."
           IF DB-STATUS-LAPSED OF DATABASE-RECORD
               DISPLAY "Paid-through date has passed - reinstate it "
                       "in S015 to collect the catch-up fee."
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Restored " WS-LOOKUP-ID " from dbarchive.txt by "
                   "supervisor " WS-SIGNON-ID
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * An erasure applied through S077 is final - the queue row
      * stays on file with its outcome, so it is the record of it.
       CHECK-MEMBER-ERASED.
           MOVE "N" TO WS-ERASED-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EraseQueueFile
           IF WS-ERQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE OR WS-MEMBER-ERASED
               READ EraseQueueFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ERQ-DB-ID = WS-LOOKUP-ID
                               AND ERQ-STATE-APPLIED
                           SET WS-MEMBER-ERASED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EraseQueueFile
           MOVE "N" TO WS-EOF-SWITCH.

      * The reverse of ADJUST-PURGED-DAY-TRAILERS for the one row -
      * its registration day's trailer count goes back up by one. A
      * day with no trailer row needs nothing.
       RAISE-RESTORED-DAY-TRAILER.
           MOVE SPACES TO WS-PD-TRAILER-ID
           STRING "~TRAILER-" DELIMITED BY SIZE
                   WS-RESTORE-REG-DATE DELIMITED BY SIZE
                   INTO WS-PD-TRAILER-ID
           MOVE WS-PD-TRAILER-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO DB-HANDLED-BY
                   REWRITE DATABASE-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Trailer adjust failed for "
                               WS-PD-TRAILER-ID " - status "
                               WS-FILE-STATUS
                   END-IF
           END-READ.

      * The row went to the archive as a void; coming back it is a
      * registration again, so its day's void count is drawn down
      * by one - the read-all/write-back shape S015's
      * BUMP-DAILY-SUMMARY uses. A day with no summary row, or no
      * void left on it, needs nothing.
       TAKE-BACK-DAILY-VOID.
           OPEN INPUT DailySumFile
           IF WS-DSM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DailySumWorkFile
           IF WS-DSMW-STATUS NOT = "00"
               CLOSE DailySumFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DSM-EOF-SWITCH
           PERFORM READ-NEXT-DAILY-SUM
           PERFORM UNTIL WS-DSM-END-OF-FILE
               IF DSM-DATE = WS-RESTORE-SUM-DATE
                       AND DSM-COUNTRY = WS-RESTORE-COUNTRY
                       AND DSM-VOID-COUNT > ZERO
                   SUBTRACT 1 FROM DSM-VOID-COUNT
               END-IF
               MOVE DAILY-SUMMARY-RECORD TO DAILY-SUM-WORK-RECORD
               WRITE DAILY-SUM-WORK-RECORD
               PERFORM READ-NEXT-DAILY-SUM
           END-PERFORM
           CLOSE DailySumFile
           CLOSE DailySumWorkFile
           CALL "CBL_DELETE_FILE" USING WS-DSM-FILE-NAME
                   RETURNING WS-DSM-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-DSMW-FILE-NAME
                   WS-DSM-FILE-NAME RETURNING WS-DSM-REN-RESULT
           IF WS-DSM-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated summary is at "
                       "dsmwork.txt; restore it by hand."
           END-IF.

       READ-NEXT-DAILY-SUM.
           READ DailySumFile
               AT END
                   SET WS-DSM-END-OF-FILE TO TRUE
           END-READ.

      * One AUDITREC entry for the restore - the archived row as the
      * before-image, the row as it went back as the after-image,
      * source "S" (a supervisor confirmed it at a screen).
       WRITE-RESTORE-AUDIT.
           OPEN EXTEND AuditFile
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "audit.txt could not be opened - status "
                       WS-AUDIT-STATUS " - restore was NOT journaled."
               EXIT PARAGRAPH
           END-IF
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           SET AUD-MODE-RESTORE  TO TRUE
           SET AUD-SOURCE-SCREEN TO TRUE
           MOVE WS-SIGNON-ID     TO AUD-HANDLED-BY
           MOVE WS-LOOKUP-ID     TO AUD-DB-ID
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

      * Every movement of database.txt rows to or from the archive
      * lands on the purge register beside S102's file archiving.
       WRITE-PURGE-REGISTER.
           OPEN EXTEND PurgeRegisterFile
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT PurgeRegisterFile
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "purgereg.txt could not be opened - status "
                       WS-REG-STATUS " - movement NOT registered."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE    TO PRG-RUN-DATE
           MOVE "database"       TO PRG-FILE-NAME
           MOVE WS-PRG-ROWS      TO PRG-ROWS-MOVED
           MOVE "dbarchive.txt"  TO PRG-ARCHIVE-NAME
           MOVE WS-PRG-DIRECTION TO PRG-DIRECTION
           MOVE WS-PRG-DB-ID     TO PRG-DB-ID
           WRITE PURGE-REGISTER-RECORD
           CLOSE PurgeRegisterFile.

      * Restores are supervisor business - the S096 stance, with no
      * unprovisioned fallback.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - a restore needs a "
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
               DISPLAY "Sign-on failed - restore refused."
               STOP RUN
           END-IF.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
