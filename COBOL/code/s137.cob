      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-29
      * Purpose: Nightly import of the web portal's address-change
      *          file (PORTAL_CHANGE_FILE, default webchg.txt, one
      *          PCHREC row per change a member submitted online)
      *          onto memdet.txt, so the desk stops re-keying them
      *          through S048. Each row is checked first: the ID must
      *          carry a valid check digit and be on database.txt,
      *          the registration must not be void or erased (an
      *          applied S077 erasure), and the name and first
      *          address line must be there, with an email - if one
      *          is given - that looks like one. A good row replaces
      *          the member's contact details as a set (S048's
      *          rule) and clears a gone-away flag when the address
      *          is new; the change is journaled on memjrnl.txt
      *          (MDJREC) with the row before and after, recorded on
      *          the personal-data access log through ACCLOG, and
      *          confirmed to the member by an ADDRCHG letter through
      *          LTRGEN. A refused row goes to pchreview.txt (PCRREC)
      *          with the reason, for staff to follow up; the List
      *          action shows them for an import date. The portal's
      *          file is on S109's expected-feeds register as WEBCHG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S137.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PortalChangeFile ASSIGN TO DYNAMIC WS-FEED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

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

           SELECT EraseQueueFile ASSIGN TO "./../eraseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERQ-STATUS.

           SELECT MemberJournalFile ASSIGN TO "./../memjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MDJ-STATUS.

           SELECT PortalReviewFile ASSIGN TO "./../pchreview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PortalChangeFile.
           COPY PCHREC.

       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

      * S077's erasure queue - only the state and the ID are wanted.
       FD  EraseQueueFile.
       01  ERASE-REQUEST-RECORD.
           05  ERQ-STATE                PIC X(01).
               88  ERQ-STATE-APPLIED    VALUE "A".
           05  ERQ-DB-ID                PIC X(20).
           05  FILLER                   PIC X(26).

       FD  MemberJournalFile.
           COPY MDJREC.

       FD  PortalReviewFile.
           COPY PCRREC.

       WORKING-STORAGE SECTION.
       01  WS-FEED-PATH                 PIC X(60).
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FEED-STATUS               PIC XX.
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-ERQ-STATUS                PIC XX.
       01  WS-MDJ-STATUS                PIC XX.
       01  WS-PCR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-ACTION                    PIC X(01).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(06).
       01  WS-LIST-DATE                 PIC 9(08).
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-RUN-ID                    PIC 9(07) VALUE ZERO.

      * The row in hand: why it was refused, if it was, and the
      * member-details row before the change.
       01  WS-REASON                    PIC X(04).
       01  WS-REASON-TEXT               PIC X(40).
       01  WS-NEW-ROW-SWITCH            PIC X(01).
           88  WS-NEW-ROW               VALUE "Y".
       01  WS-BEFORE-IMAGE              PIC X(220).
       01  WS-OLD-ADDRESS.
           05  WS-OLD-ADDR-1            PIC X(30).
           05  WS-OLD-ADDR-2            PIC X(30).
           05  WS-OLD-ADDR-3            PIC X(30).
       01  WS-AT-COUNT                  PIC 9(02).

      * Mod-9 check digit - the S015 rule.
       01  WS-CD-IDX                    PIC 9(02).
       01  WS-DIGIT-SUM                 PIC 9(04).
       01  WS-CHECK-QUOTIENT            PIC 9(04).
       01  WS-CHECK-COMPUTED            PIC 9(01).
       01  WS-CHAR-ALPHA                PIC X(01).
       01  WS-CHAR-NUM REDEFINES WS-CHAR-ALPHA PIC 9(01).
       01  WS-LAST-CHAR-ALPHA           PIC X(01).
       01  WS-LAST-CHAR-NUM REDEFINES WS-LAST-CHAR-ALPHA PIC 9(01).

      * IDs with an applied erasure, read once from eraseq.txt.
       01  WS-ERASED-TABLE.
           05  WS-ERASED-ID OCCURS 2000 TIMES PIC X(20).
       01  WS-ERASED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ERASED-IDX                PIC 9(04).
       01  WS-ERASED-SWITCH             PIC X(01).
           88  WS-ID-ERASED             VALUE "Y".

       01  WS-ROW-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNCHANGED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-REVIEW-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-CLEARED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-LIST-COUNT                PIC 9(05) VALUE ZERO.

       01  WS-ACC-PROGRAM               PIC X(08) VALUE "S137".
       01  WS-ACC-DB-ID                 PIC X(20).
       01  WS-LTR-TEMPLATE-ID           PIC X(08) VALUE "ADDRCHG".
       01  WS-LTR-DB-ID                 PIC X(20).
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S137".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           DISPLAY "==================================================="
           DISPLAY "  S137 - WEB PORTAL ADDRESS CHANGES"
           DISPLAY "==================================================="
           DISPLAY "Action (I=Import portal changes, L=List rows for "
                   "review): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "I"
               WHEN "i"
                   PERFORM IMPORT-PORTAL-CHANGES
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-REVIEW-ROWS
               WHEN OTHER
                   DISPLAY "No such action."
           END-EVALUATE
           STOP RUN.

      * -- Import: unattended, for the S027 window. A night with no
      * -- file is S109's to alarm on; nothing is done here.
       IMPORT-PORTAL-CHANGES.
           PERFORM INITIALIZE-FEED-PATH
           PERFORM INITIALIZE-DB-PATH
           MOVE SPACES TO WS-RUN-ID-ENV
           ACCEPT WS-RUN-ID-ENV FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID-ENV
           END-ACCEPT
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO WS-RUN-ID
           END-IF

           OPEN INPUT PortalChangeFile
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Portal change file " WS-FEED-PATH
               DISPLAY "could not be opened - status " WS-FEED-STATUS
                       " - no changes applied."
               MOVE "WARN " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Portal change file not opened - status "
                       WS-FEED-STATUS " - no changes applied"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - import abandoned."
               CLOSE PortalChangeFile
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MemberDetailsFile
           IF WS-MEM-STATUS = "35"
               OPEN OUTPUT MemberDetailsFile
               CLOSE MemberDetailsFile
               OPEN I-O MemberDetailsFile
           END-IF
           IF WS-MEM-STATUS NOT = "00"
               DISPLAY "memdet.txt could not be opened - status "
                       WS-MEM-STATUS " - import abandoned."
               CLOSE PortalChangeFile
               CLOSE DatabaseFile
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ERASED-IDS

           PERFORM READ-NEXT-CHANGE
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-ROW-COUNT
               PERFORM VALIDATE-CHANGE
               IF WS-REASON = SPACES
                   PERFORM APPLY-CHANGE
               END-IF
               IF WS-REASON NOT = SPACES
                   PERFORM WRITE-REVIEW-ROW
               END-IF
               PERFORM READ-NEXT-CHANGE
           END-PERFORM
           CLOSE PortalChangeFile
           CLOSE DatabaseFile
           CLOSE MemberDetailsFile

           DISPLAY "==================================================="
           DISPLAY "  PORTAL ADDRESS CHANGES - " WS-TODAY-DATE
           DISPLAY "==================================================="
           DISPLAY "Changes read              : " WS-ROW-COUNT
           DISPLAY "Applied to memdet.txt     : " WS-APPLIED-COUNT
           DISPLAY "No change to apply        : " WS-UNCHANGED-COUNT
           DISPLAY "Gone-away flags cleared   : " WS-CLEARED-COUNT
           DISPLAY "Sent for review           : " WS-REVIEW-COUNT
           DISPLAY "==================================================="

           IF WS-REVIEW-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Portal changes " WS-TODAY-DATE ": "
                   WS-APPLIED-COUNT " applied, " WS-REVIEW-COUNT
                   " for review, " WS-UNCHANGED-COUNT " unchanged"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * The first failed check is the reason given; the row is not
      * looked at further.
       VALIDATE-CHANGE.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-REASON-TEXT
           IF PCH-DB-ID = SPACES
               MOVE "MISS" TO WS-REASON
               MOVE "No registration ID on the change"
                       TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CHECK-DIGIT
           IF NOT (WS-LAST-CHAR-ALPHA IS NUMERIC
                   AND WS-LAST-CHAR-NUM = WS-CHECK-COMPUTED)
               MOVE "CHKD" TO WS-REASON
               MOVE "Check digit does not match" TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE PCH-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   MOVE "UNKN" TO WS-REASON
                   MOVE "No such registration on database.txt"
                           TO WS-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ
           IF DB-STATUS-VOID
               MOVE "VOID" TO WS-REASON
               MOVE "Registration is void" TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ID-ERASED
           IF WS-ID-ERASED
               MOVE "ERAS" TO WS-REASON
               MOVE "Member's personal data has been erased"
                       TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF PCH-NAME = SPACES OR PCH-ADDR-1 = SPACES
               MOVE "MISS" TO WS-REASON
               MOVE "Name and first address line are required"
                       TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           IF PCH-EMAIL NOT = SPACES
               MOVE ZERO TO WS-AT-COUNT
               INSPECT PCH-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT NOT = 1 OR PCH-EMAIL(1:1) = "@"
                   MOVE "MAIL" TO WS-REASON
                   MOVE "Email address is not valid" TO WS-REASON-TEXT
               END-IF
           END-IF.

      * The contact details are replaced as a set; the date of birth
      * and any other field the portal does not carry stay as they
      * were. A member with no memdet.txt row yet gets one.
       APPLY-CHANGE.
           MOVE "N" TO WS-NEW-ROW-SWITCH
           MOVE PCH-DB-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               INVALID KEY
                   SET WS-NEW-ROW TO TRUE
           END-READ
           IF WS-NEW-ROW
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO MEMBER-DETAILS-RECORD
               MOVE PCH-DB-ID TO MEM-DB-ID
               MOVE ZERO TO MEM-BIRTH-DATE
               MOVE ZERO TO MEM-GONE-AWAY-DATE
           ELSE
               MOVE MEMBER-DETAILS-RECORD TO WS-BEFORE-IMAGE
           END-IF
           MOVE MEM-ADDR-1 TO WS-OLD-ADDR-1
           MOVE MEM-ADDR-2 TO WS-OLD-ADDR-2
           MOVE MEM-ADDR-3 TO WS-OLD-ADDR-3
           MOVE PCH-NAME   TO MEM-NAME
           MOVE PCH-ADDR-1 TO MEM-ADDR-1
           MOVE PCH-ADDR-2 TO MEM-ADDR-2
           MOVE PCH-ADDR-3 TO MEM-ADDR-3
           MOVE PCH-PHONE  TO MEM-PHONE
           MOVE PCH-EMAIL  TO MEM-EMAIL
           IF NOT WS-NEW-ROW
                   AND MEMBER-DETAILS-RECORD = WS-BEFORE-IMAGE
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF
      *    A new address answers returned mail - the S136 flag comes
      *    off, as it does when S048 records one.
           IF MEM-ADDRESS-GONE-AWAY
                   AND (MEM-ADDR-1 NOT = WS-OLD-ADDR-1
                       OR MEM-ADDR-2 NOT = WS-OLD-ADDR-2
                       OR MEM-ADDR-3 NOT = WS-OLD-ADDR-3)
               MOVE SPACE TO MEM-ADDRESS-STATUS
               MOVE ZERO TO MEM-GONE-AWAY-DATE
               MOVE SPACES TO MEM-RETURNED-DOC
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           IF WS-NEW-ROW
               WRITE MEMBER-DETAILS-RECORD
           ELSE
               REWRITE MEMBER-DETAILS-RECORD
           END-IF
           IF WS-MEM-STATUS NOT = "00"
               MOVE "FAIL" TO WS-REASON
               MOVE SPACES TO WS-REASON-TEXT
               STRING "memdet.txt not updated - status "
                       WS-MEM-STATUS DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM JOURNAL-CHANGE
           MOVE MEM-DB-ID TO WS-ACC-DB-ID
           CALL "ACCLOG" USING WS-ACC-PROGRAM WS-ACC-DB-ID
           PERFORM CONFIRM-TO-MEMBER.

      * Before and after images of the member-details row, the
      * audit.txt convention.
       JOURNAL-CHANGE.
           OPEN EXTEND MemberJournalFile
           IF WS-MDJ-STATUS = "35"
               OPEN OUTPUT MemberJournalFile
           END-IF
           IF WS-MDJ-STATUS NOT = "00"
               DISPLAY "memjrnl.txt could not be opened - status "
                       WS-MDJ-STATUS " - change to " MEM-DB-ID
                       " not journaled."
               EXIT PARAGRAPH
           END-IF
           ACCEPT MDJ-TIME FROM TIME
           MOVE WS-TODAY-DATE         TO MDJ-DATE
           MOVE MEM-DB-ID             TO MDJ-DB-ID
           MOVE "S137"                TO MDJ-PROGRAM
           MOVE ZERO                  TO MDJ-OPERATOR
           MOVE PCH-REFERENCE         TO MDJ-REFERENCE
           MOVE WS-BEFORE-IMAGE       TO MDJ-BEFORE-IMAGE
           MOVE MEMBER-DETAILS-RECORD TO MDJ-AFTER-IMAGE
           MOVE WS-RUN-ID             TO MDJ-RUN-ID
           WRITE MEMBER-JOURNAL-RECORD
           IF WS-MDJ-STATUS NOT = "00"
               DISPLAY "WRITE to memjrnl.txt failed - status "
                       WS-MDJ-STATUS
           END-IF
           CLOSE MemberJournalFile.

      * The confirmation goes to the address now on file, and tells
      * the member to call if the change was not theirs.
       CONFIRM-TO-MEMBER.
           MOVE MEM-DB-ID TO WS-LTR-DB-ID
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Web portal change " PCH-REFERENCE
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-1
           MOVE SPACES TO WS-LTR-FIELD-2
           STRING "Submitted " PCH-SUBMIT-DATE
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-2
           MOVE "Not you? Call the office now." TO WS-LTR-FIELD-3
           CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                   WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3.

       WRITE-REVIEW-ROW.
           ADD 1 TO WS-REVIEW-COUNT
           OPEN EXTEND PortalReviewFile
           IF WS-PCR-STATUS = "35"
               OPEN OUTPUT PortalReviewFile
           END-IF
           IF WS-PCR-STATUS NOT = "00"
               DISPLAY "pchreview.txt could not be opened - status "
                       WS-PCR-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE        TO PCR-IMPORT-DATE
           MOVE WS-NOW-TIME          TO PCR-IMPORT-TIME
           MOVE WS-REASON            TO PCR-REASON
           MOVE WS-REASON-TEXT       TO PCR-REASON-TEXT
           MOVE PORTAL-CHANGE-RECORD TO PCR-CHANGE
           WRITE PORTAL-REVIEW-RECORD
           CLOSE PortalReviewFile
           DISPLAY "  " PCH-REFERENCE " " PCH-DB-ID " for review - "
                   WS-REASON.

      * Mod-9 check digit over the ID's first 19 characters, compared
      * against the 20th character - the same rule S015 enforces at
      * entry.
       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-DIGIT-SUM
           MOVE PCH-DB-ID(20:1) TO WS-LAST-CHAR-ALPHA
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1 UNTIL WS-CD-IDX > 19
               MOVE PCH-DB-ID(WS-CD-IDX:1) TO WS-CHAR-ALPHA
               IF WS-CHAR-ALPHA IS NUMERIC
                   ADD WS-CHAR-NUM TO WS-DIGIT-SUM
               END-IF
           END-PERFORM
           DIVIDE WS-DIGIT-SUM BY 9 GIVING WS-CHECK-QUOTIENT
                   REMAINDER WS-CHECK-COMPUTED.

      * No erasure queue yet just means nobody has been erased.
       LOAD-ERASED-IDS.
           MOVE ZERO TO WS-ERASED-COUNT
           OPEN INPUT EraseQueueFile
           IF WS-ERQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ EraseQueueFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ERQ-STATE-APPLIED AND WS-ERASED-COUNT < 2000
                           ADD 1 TO WS-ERASED-COUNT
                           MOVE ERQ-DB-ID
                               TO WS-ERASED-ID(WS-ERASED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EraseQueueFile
           MOVE "N" TO WS-EOF-SWITCH.

       CHECK-ID-ERASED.
           MOVE "N" TO WS-ERASED-SWITCH
           PERFORM VARYING WS-ERASED-IDX FROM 1 BY 1
                   UNTIL WS-ERASED-IDX > WS-ERASED-COUNT
                       OR WS-ID-ERASED
               IF WS-ERASED-ID(WS-ERASED-IDX) = PCH-DB-ID
                   SET WS-ID-ERASED TO TRUE
               END-IF
           END-PERFORM.

      * -- List: the rows sent for review on one import date.
       LIST-REVIEW-ROWS.
           DISPLAY "Import date (YYYYMMDD): "
           ACCEPT WS-LIST-DATE
           OPEN INPUT PortalReviewFile
           IF WS-PCR-STATUS NOT = "00"
               DISPLAY "No portal changes have been sent for review."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REVIEW
           PERFORM UNTIL WS-END-OF-FILE
               IF PCR-IMPORT-DATE = WS-LIST-DATE
                   ADD 1 TO WS-LIST-COUNT
                   MOVE PCR-CHANGE TO PORTAL-CHANGE-RECORD
                   DISPLAY PCH-REFERENCE " " PCH-DB-ID " "
                           PCR-REASON " " PCR-REASON-TEXT
                   DISPLAY "    " PCH-NAME " " PCH-ADDR-1
               END-IF
               PERFORM READ-NEXT-REVIEW
           END-PERFORM
           CLOSE PortalReviewFile
           DISPLAY "Rows for review on " WS-LIST-DATE ": "
                   WS-LIST-COUNT.

       READ-NEXT-CHANGE.
           READ PortalChangeFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REVIEW.
           READ PortalReviewFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The portal's file comes from PORTAL_CHANGE_FILE, defaulting
      * to webchg.txt next to the other data files - the same path
      * S109 watches for.
       INITIALIZE-FEED-PATH.
           MOVE "./../webchg.txt" TO WS-FEED-PATH
           ACCEPT WS-FEED-PATH FROM ENVIRONMENT "PORTAL_CHANGE_FILE"
               ON EXCEPTION
                   MOVE "./../webchg.txt" TO WS-FEED-PATH
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

       END PROGRAM S137.
