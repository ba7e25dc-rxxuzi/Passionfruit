      *                    one row to the personal-data access log
      *                    through the shared ACCLOG subprogram -
      *                    S090 reports who viewed whom.
      *   2024-08-11  rxz  Enter/change also takes the member's date of
      *                    birth (MEM-BIRTH-DATE, blank = not known) -
      *                    the age the class eligibility bands are
      *                    checked on - and Inquiry shows it.
      *   2024-08-23  rxz  C=Consent records what the member has agreed
      *                    to be contacted about - service notices,
      *                    renewal reminders, marketing - and the
      *                    preferred channel (letter or email), through
      *                    the shared CONSENT subprogram, which dates,
      *                    sources and journals every change. Inquiry
      *                    shows the member's consent.
      *   2024-08-26  rxz  Enter/change and Inquiry show a gone-away
      *                    address (returned mail, flagged by S136);
      *                    recording a new address clears the flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S048.
           88  WS-EXIT-REQUESTED  VALUE "Y".
       01  WS-WORK-ID             PIC X(20).
       01  WS-SEARCH-NAME         PIC X(30).
       01  WS-OLD-ADDRESS.
           05  WS-OLD-ADDR-1      PIC X(30).
           05  WS-OLD-ADDR-2      PIC X(30).
           05  WS-OLD-ADDR-3      PIC X(30).
       01  WS-SEARCH-LEN          PIC 9(02).
       01  WS-SCAN-IDX            PIC 9(02).
       01  WS-MATCH-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-FOUND-SWITCH        PIC X(01).
           88  WS-RECORD-FOUND    VALUE "Y".
       01  WS-BIRTH-ANSWER        PIC X(08).
       01  WS-CNS-ACTION          PIC X(08).
       01  WS-CNS-DB-ID           PIC X(20).
       01  WS-CNS-PURPOSE         PIC X(01).
       01  WS-CNS-VALUE           PIC X(01).
       01  WS-CNS-SOURCE          PIC X(08) VALUE "S048".
       01  WS-CNS-OPERATOR        PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT          PIC X(01).
       01  WS-CNS-PROMPT          PIC X(40).
       01  WS-CNS-SHOWN           PIC X(12).
       01  WS-CNS-PURPOSE-IDX     PIC 9(01).
       01  WS-CNS-PURPOSE-LIST    PIC X(04) VALUE "SRMC".
       01  WS-CNS-CHANGE-COUNT    PIC 9(01).

       PROCEDURE DIVISION.
       Main-Logic.
               DISPLAY "  S048 - MEMBER DETAILS"
               DISPLAY "=============================================="
               DISPLAY "E=Enter/change  I=Inquiry by ID  "
                       "N=Find by name  C=Consent  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "E"
                   WHEN "N"
                   WHEN "n"
                       PERFORM FIND-BY-NAME
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-CONSENT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
                   DISPLAY "On file: " MEM-NAME
                   IF MEM-ADDRESS-GONE-AWAY
                       DISPLAY "Address gone-away since "
                               MEM-GONE-AWAY-DATE " ("
                               MEM-RETURNED-DOC " returned)."
                   END-IF
           END-READ
           IF NOT WS-RECORD-FOUND
               MOVE SPACE TO MEM-ADDRESS-STATUS
               MOVE ZERO TO MEM-GONE-AWAY-DATE
               MOVE SPACES TO MEM-RETURNED-DOC
           END-IF
           MOVE MEM-ADDR-1 TO WS-OLD-ADDR-1
           MOVE MEM-ADDR-2 TO WS-OLD-ADDR-2
           MOVE MEM-ADDR-3 TO WS-OLD-ADDR-3
           DISPLAY "Member name : "
           ACCEPT MEM-NAME
           DISPLAY "Address 1   : "
           ACCEPT MEM-PHONE
           DISPLAY "Email       : "
           ACCEPT MEM-EMAIL
           DISPLAY "Born        (YYYYMMDD, blank = not known): "
           MOVE SPACES TO WS-BIRTH-ANSWER
           ACCEPT WS-BIRTH-ANSWER
           IF WS-BIRTH-ANSWER IS NUMERIC
               MOVE WS-BIRTH-ANSWER TO MEM-BIRTH-DATE
           ELSE
               MOVE ZERO TO MEM-BIRTH-DATE
               IF WS-BIRTH-ANSWER NOT = SPACES
                   DISPLAY "Date of birth not numeric - saved as "
                           "not known."
               END-IF
           END-IF
      *    A new address is the answer to returned mail - the
      *    gone-away flag S136 set comes off with it.
           IF MEM-ADDRESS-GONE-AWAY
                   AND (MEM-ADDR-1 NOT = WS-OLD-ADDR-1
                       OR MEM-ADDR-2 NOT = WS-OLD-ADDR-2
                       OR MEM-ADDR-3 NOT = WS-OLD-ADDR-3)
               MOVE SPACE TO MEM-ADDRESS-STATUS
               MOVE ZERO TO MEM-GONE-AWAY-DATE
               MOVE SPACES TO MEM-RETURNED-DOC
               DISPLAY "New address recorded - gone-away flag "
                       "cleared."
           END-IF
           MOVE WS-WORK-ID TO MEM-DB-ID
           IF WS-RECORD-FOUND
               REWRITE MEMBER-DETAILS-RECORD
           DISPLAY "          " MEM-ADDR-2
           DISPLAY "          " MEM-ADDR-3
           DISPLAY "Phone   : " MEM-PHONE
           DISPLAY "Email   : " MEM-EMAIL
           DISPLAY "Born    : " MEM-BIRTH-DATE
           IF MEM-ADDRESS-GONE-AWAY
               DISPLAY "*** Address gone-away since "
                       MEM-GONE-AWAY-DATE " - " MEM-RETURNED-DOC
                       " returned - no post is sent ***"
           END-IF
           MOVE MEM-DB-ID TO WS-CNS-DB-ID
           PERFORM SHOW-CONSENT.

      * What the member has said, purpose by purpose - "Not asked"
      * means the site's assumed consent applies.
       SHOW-CONSENT.
           MOVE "GET" TO WS-CNS-ACTION
           PERFORM VARYING WS-CNS-PURPOSE-IDX FROM 1 BY 1
                   UNTIL WS-CNS-PURPOSE-IDX > 4
               MOVE WS-CNS-PURPOSE-LIST(WS-CNS-PURPOSE-IDX:1)
                   TO WS-CNS-PURPOSE
               CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                       WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                       WS-CNS-OPERATOR WS-CNS-RESULT
               EVALUATE WS-CNS-VALUE
                   WHEN "Y"
                       MOVE "Opted in" TO WS-CNS-SHOWN
                   WHEN "N"
                       MOVE "Opted out" TO WS-CNS-SHOWN
                   WHEN "L"
                       MOVE "Letter" TO WS-CNS-SHOWN
                   WHEN "E"
                       MOVE "Email" TO WS-CNS-SHOWN
                   WHEN OTHER
                       MOVE "Not asked" TO WS-CNS-SHOWN
               END-EVALUATE
               EVALUATE WS-CNS-PURPOSE
                   WHEN "S"
                       DISPLAY "Service : " WS-CNS-SHOWN
                   WHEN "R"
                       DISPLAY "Renewal : " WS-CNS-SHOWN
                   WHEN "M"
                       DISPLAY "Market  : " WS-CNS-SHOWN
                   WHEN "C"
                       DISPLAY "Channel : " WS-CNS-SHOWN
               END-EVALUATE
           END-PERFORM.

      * Each purpose is asked in turn; blank keeps what is on file.
      * Only a real change reaches consent.txt and its journal.
       CHANGE-CONSENT.
           DISPLAY "Registration ID: "
           ACCEPT WS-WORK-ID
           IF WS-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO WS-CNS-DB-ID
           PERFORM SHOW-CONSENT
           DISPLAY "Taken by (Employee ID): "
           ACCEPT WS-CNS-OPERATOR
           MOVE ZERO TO WS-CNS-CHANGE-COUNT
           MOVE "SET" TO WS-CNS-ACTION
           PERFORM VARYING WS-CNS-PURPOSE-IDX FROM 1 BY 1
                   UNTIL WS-CNS-PURPOSE-IDX > 4
               MOVE WS-CNS-PURPOSE-LIST(WS-CNS-PURPOSE-IDX:1)
                   TO WS-CNS-PURPOSE
               EVALUATE WS-CNS-PURPOSE
                   WHEN "S"
                       MOVE "Service notices   (Y/N, blank = keep): "
                           TO WS-CNS-PROMPT
                   WHEN "R"
                       MOVE "Renewal reminders (Y/N, blank = keep): "
                           TO WS-CNS-PROMPT
                   WHEN "M"
                       MOVE "Marketing         (Y/N, blank = keep): "
                           TO WS-CNS-PROMPT
                   WHEN "C"
                       MOVE "Channel (L=letter E=email, blank=keep): "
                           TO WS-CNS-PROMPT
               END-EVALUATE
               DISPLAY WS-CNS-PROMPT
               MOVE SPACE TO WS-CNS-VALUE
               ACCEPT WS-CNS-VALUE
               EVALUATE WS-CNS-VALUE
                   WHEN "y"
                       MOVE "Y" TO WS-CNS-VALUE
                   WHEN "n"
                       MOVE "N" TO WS-CNS-VALUE
                   WHEN "l"
                       MOVE "L" TO WS-CNS-VALUE
                   WHEN "e"
                       MOVE "E" TO WS-CNS-VALUE
               END-EVALUATE
               CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                       WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                       WS-CNS-OPERATOR WS-CNS-RESULT
               EVALUATE WS-CNS-RESULT
                   WHEN "C"
                       ADD 1 TO WS-CNS-CHANGE-COUNT
                   WHEN "E"
                       DISPLAY "Not a valid answer - left as it was."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Consent changes recorded for " WS-WORK-ID ": "
                   WS-CNS-CHANGE-COUNT.

      * memdet.txt is keyed by DB-ID, so a name search is a
      * sequential scan on the typed leading part of the name.
