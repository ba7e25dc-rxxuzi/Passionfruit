      *                    longer loses its tail - unread rows are
      *                    carried through the work-file swap
      *                    unchanged, the S041 no-truncation shape.
      *   2024-08-11  rxz  Erasure also zeroes the member's date of
      *                    birth (MEM-BIRTH-DATE).
      *   2024-08-26  rxz  Erasure also clears the gone-away flag, date
      *                    and returned document S136 keeps on
      *                    memdet.txt.
      *   2024-08-29  rxz  Erasure also masks the member's before and
      *                    after images on the member-details change
      *                    journal (memjrnl.txt, MDJREC) through the
      *                    same work-file swap, and the certificate
      *                    counts them.
      *   2024-09-19  rxz  Erasure is refused for a member under legal
      *                    hold (S145, through HOLDCHK); the request
      *                    stays pending.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S077.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDW-STATUS.

           SELECT MemberJournalFile ASSIGN TO "./../memjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MDJ-STATUS.

           SELECT MemberJournalWorkFile ASSIGN TO "./../mdjwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MDJW-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               ==AUDIT-RECORD== BY ==AUDIT-WORK-RECORD==
               LEADING ==AUD== BY ==AWK==.

       FD  MemberJournalFile.
           COPY MDJREC.

       FD  MemberJournalWorkFile.
           COPY MDJREC REPLACING
               ==MEMBER-JOURNAL-RECORD==
                   BY ==MEMBER-JOURNAL-WORK-RECORD==
               LEADING ==MDJ== BY ==MJW==.

       FD  OperatorFile.
           COPY OPRREC.

       01  WS-MEM-STATUS                PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-AUDW-STATUS               PIC XX.
       01  WS-MDJ-STATUS                PIC XX.
       01  WS-MDJW-STATUS               PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-QUIT-SWITCH               PIC X(01).
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-MASKED-COUNT              PIC 9(05).
       01  WS-MDJ-MASKED-COUNT          PIC 9(05).
       01  WS-APPLY-OK-SWITCH           PIC X(01).
           88  WS-APPLY-OK              VALUE "Y".
       01  WS-ITEM-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-ERQW-FILE-NAME   PIC X(20) VALUE "./../erqwork.txt".
       01  WS-AUD-FILE-NAME    PIC X(20) VALUE "./../audit.txt".
       01  WS-AUDW-FILE-NAME   PIC X(20) VALUE "./../audwork.txt".
       01  WS-MDJ-FILE-NAME    PIC X(20) VALUE "./../memjrnl.txt".
       01  WS-MDJW-FILE-NAME   PIC X(20) VALUE "./../mdjwork.txt".
       01  WS-MASK-IMAGE                PIC X(112)
               VALUE "*** ERASED ON DATA-REMOVAL REQUEST ***".
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S077".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-HOLD-DB-ID                PIC X(20).
       01  WS-HOLD-ACTION               PIC X(30).
       01  WS-HOLD-RESULT               PIC X(01).
           88  WS-MEMBER-HELD           VALUE "Y".

       01  WS-QUEUE-TABLE.
           05  WS-ERQ OCCURS 200 TIMES
      * deliberately untouched - the figures must still balance.
       APPLY-ERASURE.
           MOVE "N" TO WS-APPLY-OK-SWITCH
      *    A member under legal hold keeps everything - the request
      *    stays pending until S145 releases the hold.
           MOVE WS-WORK-ID TO WS-HOLD-DB-ID
           MOVE "data erasure" TO WS-HOLD-ACTION
           CALL "HOLDCHK" USING WS-HOLD-DB-ID WS-LOG-PROGRAM
                   WS-HOLD-ACTION WS-HOLD-RESULT
           IF WS-MEMBER-HELD
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MemberDetailsFile
           IF WS-MEM-STATUS NOT = "00"
               DISPLAY "memdet.txt could not be opened - status "
                   MOVE SPACES TO MEM-ADDR-3
                   MOVE SPACES TO MEM-PHONE
                   MOVE SPACES TO MEM-EMAIL
                   MOVE ZERO TO MEM-BIRTH-DATE
                   MOVE SPACE TO MEM-ADDRESS-STATUS
                   MOVE ZERO TO MEM-GONE-AWAY-DATE
                   MOVE SPACES TO MEM-RETURNED-DOC
                   REWRITE MEMBER-DETAILS-RECORD
                   IF WS-MEM-STATUS NOT = "00"
                       DISPLAY "Blanking memdet.txt failed - status "
                   CLOSE MemberDetailsFile
           END-READ
           PERFORM MASK-AUDIT-IMAGES
           PERFORM MASK-MEMBER-JOURNAL
           SET WS-APPLY-OK TO TRUE
           DISPLAY "Erasure applied for " WS-WORK-ID " - "
                   WS-MASKED-COUNT " audit image pair(s) masked."
           DISPLAY "Member-details journal entries masked: "
                   WS-MDJ-MASKED-COUNT

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
                       "audwork.txt; restore it by hand."
           END-IF.

      * The member-details journal (memjrnl.txt) carries whole
      * MEMREC rows before and after each change - masked the same
      * way, keeping the date, program and reference.
       MASK-MEMBER-JOURNAL.
           MOVE ZERO TO WS-MDJ-MASKED-COUNT
           OPEN INPUT MemberJournalFile
           IF WS-MDJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MemberJournalWorkFile
           IF WS-MDJW-STATUS NOT = "00"
               CLOSE MemberJournalFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-MEMBER-JOURNAL
           PERFORM UNTIL WS-END-OF-FILE
               IF MDJ-DB-ID = WS-WORK-ID
                   MOVE WS-MASK-IMAGE TO MDJ-BEFORE-IMAGE
                   MOVE WS-MASK-IMAGE TO MDJ-AFTER-IMAGE
                   ADD 1 TO WS-MDJ-MASKED-COUNT
               END-IF
               MOVE MEMBER-JOURNAL-RECORD TO MEMBER-JOURNAL-WORK-RECORD
               WRITE MEMBER-JOURNAL-WORK-RECORD
               PERFORM READ-NEXT-MEMBER-JOURNAL
           END-PERFORM
           CLOSE MemberJournalFile
           CLOSE MemberJournalWorkFile
           CALL "CBL_DELETE_FILE" USING WS-MDJ-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-MDJW-FILE-NAME
                   WS-MDJ-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the masked journal is at "
                       "mdjwork.txt; restore it by hand."
           END-IF.

       READ-NEXT-MEMBER-JOURNAL.
           READ MemberJournalFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-AUDIT.
           READ AuditFile
               AT END
           STRING "Audit image pairs masked: " WS-MASKED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Member-details journal entries masked: "
                   WS-MDJ-MASKED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "Fee, payment and refund amounts retained so "
                   TO WS-RPT-TEXT
           PERFORM RPT-LINE
