      *                    dispatches them and reports anything
      *                    stuck, instead of a file somebody must
      *                    remember to look at.
      *   2024-08-08  rxz  Households (S126) renew on one notice: a
      *                    linked dependent gets no notice of its own,
      *                    and the primary's notice and letter carry the
      *                    count of dependents it covers (RNW-
      *                    DEPENDENTS, appended to renewnot.txt).
      *   2024-08-23  rxz  Each notice now asks the CONSENT subprogram
      *                    first: a member who has not agreed to renewal
      *                    reminders gets no notice, letter or
      *                    notification, and is counted as suppressed;
      *                    the rest get the letter or, where email is
      *                    preferred, the notification alone.
      *   2024-08-26  rxz  A member whose letter would go to an address
      *                    S136 has flagged gone-away (returned mail)
      *                    gets no notice or letter and is counted as
      *                    skipped; an email reminder still goes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S047.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

           SELECT HouseholdFile ASSIGN TO "./../hshld.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSH-DB-ID
           ALTERNATE RECORD KEY IS HSH-PRIMARY-ID WITH DUPLICATES
           FILE STATUS IS WS-HSH-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           05  RNW-COUNTRY              PIC X(20).
           05  RNW-PAID-THRU            PIC 9(08).
           05  RNW-CURRENCY             PIC X(03).
           05  RNW-DEPENDENTS           PIC 9(03).

       FD  HouseholdFile.
           COPY HSHREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       WORKING-STORAGE SECTION.
       01  WS-NTF-PROGRAM         PIC X(08).
       01  WS-WINDOW-FROM               PIC 9(08).
       01  WS-WINDOW-TO                 PIC 9(08).
       01  WS-NOTICE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-HSH-STATUS                PIC XX.
       01  WS-HSH-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-HSH-OPEN              VALUE "Y".
       01  WS-HSH-EOF-SWITCH            PIC X(01).
           88  WS-HSH-END-OF-FILE       VALUE "Y".
       01  WS-HSH-DEP-COUNT             PIC 9(03).
       01  WS-LTR-TEMPLATE-ID           PIC X(08) VALUE "RENEWAL".
       01  WS-LTR-DB-ID                 PIC X(20).
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "R".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S047".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-MEM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-MEM-OPEN              VALUE "Y".
       01  WS-GONE-AWAY-SWITCH          PIC X(01).
           88  WS-ADDRESS-GONE-AWAY     VALUE "Y".
       01  WS-GONE-AWAY-COUNT           PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Logic.
               STOP RUN
           END-IF

      *    No household register just means no households yet.
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS = "00"
               SET WS-HSH-OPEN TO TRUE
           END-IF
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-OPEN TO TRUE
           END-IF

           PERFORM READ-NEXT-RECORD
           PERFORM EXTRACT-IF-IN-WINDOW UNTIL WS-END-OF-FILE

           CLOSE RenewalNoticeFile
           CLOSE DatabaseFile
           IF WS-HSH-OPEN
               CLOSE HouseholdFile
           END-IF
           IF WS-MEM-OPEN
               CLOSE MemberDetailsFile
           END-IF

           DISPLAY "==================================================="
           DISPLAY "  RENEWAL NOTICES - PAID-THRU " WS-WINDOW-FROM
           DISPLAY "==================================================="
           DISPLAY "Notices extracted to renewnot.txt: "
                   WS-NOTICE-COUNT
           DISPLAY "Suppressed - no renewal consent:   "
                   WS-SUPPRESSED-COUNT
           DISPLAY "Skipped - address gone-away:       "
                   WS-GONE-AWAY-COUNT
           STOP RUN.

       READ-NEXT-RECORD.
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * A household dependent renews on its primary's notice; a
      * member without renewal consent gets no notice at all, and
      * one whose letter would go to a gone-away address (returned
      * mail, S136) none until a new address is recorded.
       EXTRACT-IF-IN-WINDOW.
           MOVE "N" TO WS-GONE-AWAY-SWITCH
           IF DB-LAYOUT-CURRENT AND DB-STATUS-ACTIVE
                   AND NOT DB-HSH-DEPENDENT
                   AND DB-PAID-THRU IS NUMERIC
                   AND DB-PAID-THRU >= WS-WINDOW-FROM
                   AND DB-PAID-THRU <= WS-WINDOW-TO
               PERFORM CHECK-CONTACT-CONSENT
           ELSE
               MOVE "N" TO WS-CNS-RESULT
           END-IF
           IF WS-CONTACT-ALLOWED AND NOT WS-CNS-BY-EMAIL
               PERFORM CHECK-ADDRESS-GONE-AWAY
           END-IF
           IF WS-CONTACT-ALLOWED AND NOT WS-ADDRESS-GONE-AWAY
               ADD 1 TO WS-NOTICE-COUNT
               MOVE ZERO TO WS-HSH-DEP-COUNT
               IF DB-HSH-PRIMARY AND WS-HSH-OPEN
                   PERFORM COUNT-HOUSEHOLD-DEPENDENTS
               END-IF
               MOVE DB-ID        TO RNW-DB-ID
               MOVE DB-COUNTRY   TO RNW-COUNTRY
               MOVE DB-PAID-THRU TO RNW-PAID-THRU
               MOVE DB-CURRENCY  TO RNW-CURRENCY
               MOVE WS-HSH-DEP-COUNT TO RNW-DEPENDENTS
               WRITE RENEWAL-NOTICE-RECORD
               IF WS-NOTICE-STATUS NOT = "00"
                   DISPLAY "WRITE to renewnot.txt failed - status "
           END-IF
           PERFORM READ-NEXT-RECORD.

       CHECK-CONTACT-CONSENT.
           MOVE DB-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.

      * Only the letter needs the address - an emailed reminder still
      * goes to a member whose post comes back.
       CHECK-ADDRESS-GONE-AWAY.
           IF NOT WS-MEM-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE DB-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MEM-ADDRESS-GONE-AWAY
                       SET WS-ADDRESS-GONE-AWAY TO TRUE
                       ADD 1 TO WS-GONE-AWAY-COUNT
                   END-IF
           END-READ.

      * The addressed letter itself - LTRGEN merges the member's
      * name and address from memdet.txt with these lines and
      * registers what was produced for whom. A member who prefers
      * email gets the notification instead.
       PRODUCE-RENEWAL-LETTER.
           MOVE DB-ID TO WS-LTR-DB-ID
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Country: " DB-COUNTRY DELIMITED BY SIZE
                   INTO WS-LTR-FIELD-2
           MOVE SPACES TO WS-LTR-FIELD-3
           IF WS-HSH-DEP-COUNT > ZERO
               STRING "Household of " WS-HSH-DEP-COUNT
                       " dependent(s), due in " DB-CURRENCY
                       DELIMITED BY SIZE INTO WS-LTR-FIELD-3
           ELSE
               STRING "Renewal fees are due in " DB-CURRENCY
                       DELIMITED BY SIZE INTO WS-LTR-FIELD-3
           END-IF
           IF NOT WS-CNS-BY-EMAIL
               CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                       WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3
               EXIT PARAGRAPH
           END-IF
           MOVE "S047"      TO WS-NTF-PROGRAM
           MOVE DB-ID       TO WS-NTF-RECIPIENT
           MOVE "RENEWAL"   TO WS-NTF-TEMPLATE
           CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                   WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2.

      * Linked dependents of the primary in DATABASE-RECORD.
       COUNT-HOUSEHOLD-DEPENDENTS.
           MOVE "N" TO WS-HSH-EOF-SWITCH
           MOVE DB-ID TO HSH-PRIMARY-ID
           START HouseholdFile KEY IS = HSH-PRIMARY-ID
               INVALID KEY
                   SET WS-HSH-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-HSH-END-OF-FILE
               READ HouseholdFile NEXT RECORD
                   AT END
                       SET WS-HSH-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HSH-PRIMARY-ID NOT = DB-ID
                           SET WS-HSH-END-OF-FILE TO TRUE
                       ELSE
                           IF HSH-ROLE-DEPENDENT AND HSH-STATE-LINKED
                               ADD 1 TO WS-HSH-DEP-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
