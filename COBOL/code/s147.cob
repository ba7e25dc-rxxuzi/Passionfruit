      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-28
      * Purpose: Audit-journal chain verification. Every audit.txt
      *          entry written since chaining began carries a
      *          sequence number, a digest of its own contents and a
      *          chain value linking it to the entry before (AUDCHN).
      *          This run gathers the journal from every dated audit
      *          archive S102 has recorded on the purge register
      *          (purgereg.txt) and from audit.txt itself, sorts the
      *          entries back into sequence order - legal-hold rows
      *          kept back by S102 put the files out of step - and
      *          walks them: any entry whose contents no longer match
      *          its digest, any chain link that does not follow from
      *          the entry before, any sequence number missing or
      *          issued twice, and any entries missing off the end
      *          (auditseq.txt says how far numbering has gone). An
      *          entry S077 masked on an applied data-removal request
      *          (eraseq.txt) cannot match its digest and is counted
      *          as erased, not altered; its link is still checked.
      *          An unchained entry dated after chaining began has
      *          been inserted by hand and fails. The findings print
      *          through RPTWRT with the first broken link called out;
      *          a failed check is logged as an ERROR, alarmed on
      *          operalert.txt and ends with return code 8 for the
      *          S027 window.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S147.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JNL-STATUS.

           SELECT PurgeRegisterFile ASSIGN TO "./../purgereg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT EraseQueueFile ASSIGN TO "./../eraseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERQ-STATUS.

           SELECT AuditSeqFile ASSIGN TO "./../auditseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASQ-STATUS.

           SELECT OperAlertFile ASSIGN TO "./../operalert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile.
           COPY AUDITREC.

       FD  PurgeRegisterFile.
           COPY PRGREC.

      * S077's data-removal queue - read for the applied erasures.
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

       FD  AuditSeqFile.
       01  AUDIT-SEQ-RECORD.
           05  ASQ-LAST-SEQ             PIC 9(09).
           05  ASQ-LAST-CHAIN           PIC 9(10).

       FD  OperAlertFile.
       01  ALERT-LINE                   PIC X(80).

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-SEQ-NO               PIC 9(09).
           05  SRT-TIMESTAMP            PIC 9(14).
           05  SRT-SOURCE               PIC X(40).
           05  SRT-ENTRY                PIC X(301).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-NAME              PIC X(60).
       01  WS-JNL-STATUS                PIC XX.
       01  WS-REG-STATUS                PIC XX.
       01  WS-ERQ-STATUS                PIC XX.
       01  WS-ASQ-STATUS                PIC XX.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).

      * The dated audit archives, oldest first, as S102 registered
      * them - a name registered twice is read once.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARCH-NAME-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ARCH-IDX
                                PIC X(40).
       01  WS-ARCH-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-ARCH-FOUND-SWITCH         PIC X(01).
           88  WS-ARCH-FOUND            VALUE "Y".
       01  WS-ARCH-DROPPED              PIC 9(05) VALUE ZERO.
       01  WS-FILE-IDX                  PIC 9(03).

      * Members whose journal images S077 masked.
       01  WS-ERASED-TABLE.
           05  WS-ERASED-ID OCCURS 500 TIMES
                   INDEXED BY WS-ERS-IDX
                                PIC X(20).
       01  WS-ERASED-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-ERASED-DROPPED            PIC 9(05) VALUE ZERO.
       01  WS-ERASED-SWITCH             PIC X(01).
           88  WS-MEMBER-ERASED         VALUE "Y".
       01  WS-MASK-IMAGE                PIC X(112)
               VALUE "*** ERASED ON DATA-REMOVAL REQUEST ***".

      * The entry under check, out of the sort.
           COPY AUDITREC REPLACING
               ==AUDIT-RECORD== BY ==WS-CHECK-ENTRY==
               LEADING ==AUD== BY ==CHK==.
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).

      * Walk state.
       01  WS-PREV-SWITCH               PIC X(01) VALUE "N".
           88  WS-HAVE-PREV             VALUE "Y".
       01  WS-PREV-SEQ                  PIC 9(09) VALUE ZERO.
       01  WS-PREV-CHAIN                PIC 9(10) VALUE ZERO.
       01  WS-LINK-SWITCH               PIC X(01).
           88  WS-LINK-CHECKABLE        VALUE "Y".
       01  WS-FIRST-CHAINED-TS          PIC 9(14) VALUE 99999999999999.
       01  WS-GAP-FROM                  PIC 9(09).
       01  WS-GAP-TO                    PIC 9(09).
       01  WS-STATE-LAST-SEQ            PIC 9(09) VALUE ZERO.
       01  WS-STATE-SWITCH              PIC X(01) VALUE "N".
           88  WS-STATE-KNOWN           VALUE "Y".
       01  WS-FIRST-BREAK-SWITCH        PIC X(01) VALUE "N".
           88  WS-FIRST-BREAK-FOUND     VALUE "Y".
       01  WS-FIRST-BREAK-SEQ           PIC 9(09).
       01  WS-FIRST-BREAK-SOURCE        PIC X(40).
       01  WS-FIRST-BREAK-WHAT          PIC X(20).
       01  WS-FINDING                   PIC X(20).

      * Counts.
       01  WS-FILES-READ                PIC 9(03) VALUE ZERO.
       01  WS-FILES-MISSING             PIC 9(03) VALUE ZERO.
       01  WS-ENTRIES-READ              PIC 9(09) VALUE ZERO.
       01  WS-CHAINED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-PRECHAIN-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-INSERTED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-ALTERED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-ERASED-OK-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-BROKEN-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-MISSING-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-DUPLICATE-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-FAILURE-COUNT             PIC 9(09) VALUE ZERO.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-ALERT-TEXT                PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S147".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=============================================="
           DISPLAY "  S147 - AUDIT JOURNAL CHAIN VERIFICATION"
           DISPLAY "=============================================="
           PERFORM LOAD-ARCHIVE-NAMES
           PERFORM LOAD-ERASED-MEMBERS
           PERFORM LOAD-LAST-ISSUED

           MOVE "s147" TO WS-RPT-ID
           MOVE "AUDIT JOURNAL CHAIN VERIFICATION" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE "FINDINGS" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "SEQUENCE  FINDING              ENTRY / FILE"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           SORT SortFile
               ON ASCENDING KEY SRT-SEQ-NO
               ON ASCENDING KEY SRT-TIMESTAMP
               INPUT PROCEDURE IS Gather-Journal-Section
               OUTPUT PROCEDURE IS Walk-Chain-Section

           PERFORM CHECK-MISSING-TAIL
           PERFORM PRINT-SUMMARY
           COMPUTE WS-FAILURE-COUNT
                   = WS-INSERTED-COUNT + WS-ALTERED-COUNT
                   + WS-BROKEN-COUNT + WS-MISSING-COUNT
                   + WS-DUPLICATE-COUNT
           IF WS-FAILURE-COUNT > ZERO
               PERFORM REPORT-FAILED-CHECK
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Audit chain verified - " WS-CHAINED-COUNT
                       " chained entries, no breaks"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               DISPLAY "Audit chain verified - no breaks."
           END-IF
           STOP RUN.

      * Every archive, then the live journal, into the sort. Chained
      * entries sort by sequence number; entries from before
      * chaining carry none and go in as zero, by timestamp.
       Gather-Journal-Section SECTION.
       Gather-Journal.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-ARCH-COUNT
               MOVE WS-ARCH-NAME-ENTRY(WS-FILE-IDX) TO WS-JOURNAL-NAME
               PERFORM FEED-ONE-FILE
           END-PERFORM
           MOVE "./../audit.txt" TO WS-JOURNAL-NAME
           PERFORM FEED-ONE-FILE
           GO TO Gather-Journal-Done.
       FEED-ONE-FILE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT JournalFile
           IF WS-JNL-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               MOVE SPACES TO WS-RPT-TEXT
               STRING "          FILE NOT READABLE    " WS-JOURNAL-NAME
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           PERFORM READ-NEXT-ENTRY
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-ENTRIES-READ
               MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP
               MOVE WS-JOURNAL-NAME TO SRT-SOURCE
               MOVE AUDIT-RECORD TO SRT-ENTRY
               IF AUD-SEQ-NO IS NUMERIC AND AUD-CHAIN IS NUMERIC
                   MOVE AUD-SEQ-NO TO SRT-SEQ-NO
                   IF AUD-TIMESTAMP < WS-FIRST-CHAINED-TS
                       MOVE AUD-TIMESTAMP TO WS-FIRST-CHAINED-TS
                   END-IF
               ELSE
                   MOVE ZERO TO SRT-SEQ-NO
               END-IF
               RELEASE SORT-RECORD
               PERFORM READ-NEXT-ENTRY
           END-PERFORM
           CLOSE JournalFile.
       READ-NEXT-ENTRY.
           READ JournalFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       Gather-Journal-Done.
           EXIT.

       Walk-Chain-Section SECTION.
       Walk-Chain.
           PERFORM RETURN-NEXT-SORTED
           PERFORM UNTIL WS-SORT-DONE
               MOVE SRT-ENTRY TO WS-CHECK-ENTRY
               IF SRT-SEQ-NO = ZERO
                   PERFORM CHECK-UNCHAINED-ENTRY
               ELSE
                   PERFORM CHECK-CHAINED-ENTRY
               END-IF
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM
           GO TO Walk-Chain-Done.

      * An entry with no chain fields is history from before
      * chaining - unless it is dated after the first chained entry,
      * when somebody put it there by hand.
       CHECK-UNCHAINED-ENTRY.
           IF SRT-TIMESTAMP >= WS-FIRST-CHAINED-TS
               ADD 1 TO WS-INSERTED-COUNT
               MOVE "UNCHAINED INSERT" TO WS-FINDING
               PERFORM PRINT-FINDING
           ELSE
               ADD 1 TO WS-PRECHAIN-COUNT
           END-IF.

       CHECK-CHAINED-ENTRY.
           ADD 1 TO WS-CHAINED-COUNT
           MOVE "N" TO WS-LINK-SWITCH
           EVALUATE TRUE
               WHEN NOT WS-HAVE-PREV AND SRT-SEQ-NO = 1
                   MOVE ZERO TO WS-PREV-CHAIN
                   SET WS-LINK-CHECKABLE TO TRUE
               WHEN NOT WS-HAVE-PREV
                   MOVE 1 TO WS-GAP-FROM
                   COMPUTE WS-GAP-TO = SRT-SEQ-NO - 1
                   PERFORM REPORT-GAP
               WHEN SRT-SEQ-NO = WS-PREV-SEQ
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "SEQUENCE REUSED" TO WS-FINDING
                   PERFORM PRINT-FINDING
               WHEN SRT-SEQ-NO > WS-PREV-SEQ + 1
                   COMPUTE WS-GAP-FROM = WS-PREV-SEQ + 1
                   COMPUTE WS-GAP-TO = SRT-SEQ-NO - 1
                   PERFORM REPORT-GAP
               WHEN OTHER
                   SET WS-LINK-CHECKABLE TO TRUE
           END-EVALUATE

           MOVE "CHECK" TO WS-CHN-ACTION
           MOVE WS-PREV-CHAIN TO WS-CHN-PREV-CHAIN
           CALL "AUDCHN" USING WS-CHN-ACTION WS-CHECK-ENTRY
                   WS-CHN-AREA
           IF WS-CHN-DIGEST NOT = CHK-DIGEST
               PERFORM TEST-MEMBER-ERASED
               IF WS-MEMBER-ERASED
                       AND CHK-BEFORE-IMAGE = WS-MASK-IMAGE
                       AND CHK-AFTER-IMAGE = WS-MASK-IMAGE
                   ADD 1 TO WS-ERASED-OK-COUNT
               ELSE
                   ADD 1 TO WS-ALTERED-COUNT
                   MOVE "CONTENTS ALTERED" TO WS-FINDING
                   PERFORM PRINT-FINDING
               END-IF
           END-IF
           IF WS-LINK-CHECKABLE AND WS-CHN-CHAIN NOT = CHK-CHAIN
               ADD 1 TO WS-BROKEN-COUNT
               MOVE "BROKEN LINK" TO WS-FINDING
               PERFORM PRINT-FINDING
           END-IF

           SET WS-HAVE-PREV TO TRUE
           MOVE SRT-SEQ-NO TO WS-PREV-SEQ
           MOVE CHK-CHAIN  TO WS-PREV-CHAIN.

       REPORT-GAP.
           COMPUTE WS-MISSING-COUNT
                   = WS-MISSING-COUNT + WS-GAP-TO - WS-GAP-FROM + 1
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-GAP-FROM " MISSING THROUGH " WS-GAP-TO
                   "  before " SRT-SOURCE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF NOT WS-FIRST-BREAK-FOUND
               SET WS-FIRST-BREAK-FOUND TO TRUE
               MOVE WS-GAP-FROM TO WS-FIRST-BREAK-SEQ
               MOVE SRT-SOURCE  TO WS-FIRST-BREAK-SOURCE
               MOVE "ENTRIES MISSING" TO WS-FIRST-BREAK-WHAT
           END-IF.

       PRINT-FINDING.
           MOVE SPACES TO WS-RPT-TEXT
           STRING SRT-SEQ-NO " " WS-FINDING " " CHK-DATE " "
                   CHK-TIME " " CHK-DB-ID
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "                                " SRT-SOURCE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF NOT WS-FIRST-BREAK-FOUND
               SET WS-FIRST-BREAK-FOUND TO TRUE
               MOVE SRT-SEQ-NO TO WS-FIRST-BREAK-SEQ
               MOVE SRT-SOURCE TO WS-FIRST-BREAK-SOURCE
               MOVE WS-FINDING TO WS-FIRST-BREAK-WHAT
           END-IF.

       TEST-MEMBER-ERASED.
           MOVE "N" TO WS-ERASED-SWITCH
           PERFORM VARYING WS-ERS-IDX FROM 1 BY 1
                   UNTIL WS-ERS-IDX > WS-ERASED-COUNT
                      OR WS-MEMBER-ERASED
               IF WS-ERASED-ID(WS-ERS-IDX) = CHK-DB-ID
                   SET WS-MEMBER-ERASED TO TRUE
               END-IF
           END-PERFORM.

       RETURN-NEXT-SORTED.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Walk-Chain-Done.
           EXIT.

       Support-Section SECTION.
      * The audit archives S102 has registered, oldest first.
       LOAD-ARCHIVE-NAMES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PurgeRegisterFile
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PurgeRegisterFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PRG-FILE-NAME = "audit" AND PRG-ARCHIVED
                           PERFORM NOTE-ARCHIVE-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PurgeRegisterFile.

       NOTE-ARCHIVE-NAME.
           MOVE "N" TO WS-ARCH-FOUND-SWITCH
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-ARCH-COUNT OR WS-ARCH-FOUND
               IF WS-ARCH-NAME-ENTRY(WS-ARCH-IDX) = PRG-ARCHIVE-NAME
                   SET WS-ARCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ARCH-FOUND
               IF WS-ARCH-COUNT < 200
                   ADD 1 TO WS-ARCH-COUNT
                   MOVE PRG-ARCHIVE-NAME
                           TO WS-ARCH-NAME-ENTRY(WS-ARCH-COUNT)
               ELSE
                   ADD 1 TO WS-ARCH-DROPPED
               END-IF
           END-IF.

       LOAD-ERASED-MEMBERS.
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
                       IF ERQ-STATE-APPLIED
                           IF WS-ERASED-COUNT < 500
                               ADD 1 TO WS-ERASED-COUNT
                               MOVE ERQ-DB-ID
                                   TO WS-ERASED-ID(WS-ERASED-COUNT)
                           ELSE
                               ADD 1 TO WS-ERASED-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EraseQueueFile.

      * How far AUDCHN says numbering has gone.
       LOAD-LAST-ISSUED.
           OPEN INPUT AuditSeqFile
           IF WS-ASQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ AuditSeqFile
               AT END
                   CONTINUE
               NOT AT END
                   IF ASQ-LAST-SEQ IS NUMERIC
                       MOVE ASQ-LAST-SEQ TO WS-STATE-LAST-SEQ
                       SET WS-STATE-KNOWN TO TRUE
                   END-IF
           END-READ
           CLOSE AuditSeqFile.

      * Entries numbered but not found anywhere past the last one
      * read - the newest end of the journal cut off.
       CHECK-MISSING-TAIL.
           IF NOT WS-STATE-KNOWN
                   OR WS-STATE-LAST-SEQ <= WS-PREV-SEQ
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-FROM = WS-PREV-SEQ + 1
           MOVE WS-STATE-LAST-SEQ TO WS-GAP-TO
           COMPUTE WS-MISSING-COUNT
                   = WS-MISSING-COUNT + WS-GAP-TO - WS-GAP-FROM + 1
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-GAP-FROM " MISSING THROUGH " WS-GAP-TO
                   "  (end of the journal)"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF NOT WS-FIRST-BREAK-FOUND
               SET WS-FIRST-BREAK-FOUND TO TRUE
               MOVE WS-GAP-FROM TO WS-FIRST-BREAK-SEQ
               MOVE "./../audit.txt" TO WS-FIRST-BREAK-SOURCE
               MOVE "ENTRIES MISSING" TO WS-FIRST-BREAK-WHAT
           END-IF.

       PRINT-SUMMARY.
           PERFORM RPT-LINE
           IF WS-FIRST-BREAK-FOUND
               MOVE SPACES TO WS-RPT-TEXT
               STRING "FIRST BROKEN LINK AT SEQUENCE "
                       WS-FIRST-BREAK-SEQ " - " WS-FIRST-BREAK-WHAT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  in " WS-FIRST-BREAK-SOURCE
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           ELSE
               MOVE "NO BREAKS - THE CHAIN IS WHOLE" TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           IF WS-ARCH-DROPPED > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING "WARNING: " WS-ARCH-DROPPED " archive name(s) "
                       "past the 200-slot table were not read."
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           IF WS-ERASED-DROPPED > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING "WARNING: " WS-ERASED-DROPPED " erasure(s) "
                       "past the 500-slot table count as altered."
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Files read " WS-FILES-READ "  not readable "
                   WS-FILES-MISSING "  entries " WS-ENTRIES-READ
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Chained " WS-CHAINED-COUNT "  before chaining "
                   WS-PRECHAIN-COUNT "  erased " WS-ERASED-OK-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "ALTERED " WS-ALTERED-COUNT "  BROKEN "
                   WS-BROKEN-COUNT "  MISSING " WS-MISSING-COUNT
                   "  REUSED " WS-DUPLICATE-COUNT "  INSERTED "
                   WS-INSERTED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

      * A failed check is the operator's problem tonight - the
      * ERROR on message.txt and an operalert.txt alarm, the S122
      * pattern, and return code 8 for the window's job log.
       REPORT-FAILED-CHECK.
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "S147 " WS-TODAY-DATE " AUDIT CHAIN BROKEN AT SEQ "
                   WS-FIRST-BREAK-SEQ " - " WS-FIRST-BREAK-WHAT
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM RAISE-OPERATOR-ALERT
           MOVE "ERROR" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Audit chain check failed - first break at "
                   WS-FIRST-BREAK-SEQ " (" WS-FIRST-BREAK-WHAT ")"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "AUDIT CHAIN CHECK FAILED - first break at "
                   WS-FIRST-BREAK-SEQ " (" WS-FIRST-BREAK-WHAT
                   "); see the s147 report."
           MOVE 8 TO RETURN-CODE.

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

       END PROGRAM S147.
