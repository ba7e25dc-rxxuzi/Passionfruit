      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-23
      * Purpose: Callable contact-consent keeper in the WAITLST mold -
      *          the one copy of the consent.txt lookup (CNSREC) and
      *          its change journal cnshist.txt (CNHREC). Every
      *          program that writes to a member - a letter through
      *          LTRGEN or a message through NOTIFY - asks it first;
      *          S048, S015's add and S080's application screens
      *          record what the member said. The caller passes the
      *          action, the member (or "APP " and the application
      *          number), the purpose - S service, R renewal,
      *          M marketing, C channel - and, to record, the value
      *          and who is recording it:
      *
      *            CHECK - may the member be contacted for the
      *                    purpose? The result is "Y" or "N"; the
      *                    value comes back as the preferred channel
      *                    ("L" letter, "E" email - letter when none
      *                    is recorded).
      *            GET   - the value recorded for the purpose, spaces
      *                    when the member has never been asked. The
      *                    result is "Y" when the member has a row.
      *            SET   - record the value (Y/N, or L/E for the
      *                    channel; spaces leave it alone), stamped
      *                    with today's date, the source program and
      *                    the operator, and journal the change. The
      *                    result is "C" changed, "U" unchanged or
      *                    "E" not recorded.
      *
      *          A purpose the member has never been asked about
      *          falls back to the site's CONSENT-ASSUMED setting -
      *          the purposes contact is assumed for until the member
      *          says otherwise ("S": service notices only, so no
      *          renewal or marketing mail without a recorded
      *          opt-in). A file that cannot be opened is logged as
      *          an ERROR; CHECK then answers from that setting.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsentFile ASSIGN TO "./../consent.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-DB-ID
           FILE STATUS IS WS-CNS-STATUS.

           SELECT ConsentHistoryFile ASSIGN TO "./../cnshist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ConsentFile.
           COPY CNSREC.

       FD  ConsentHistoryFile.
           COPY CNHREC.

       WORKING-STORAGE SECTION.
       01  WS-CNS-STATUS          PIC XX.
       01  WS-CNH-STATUS          PIC XX.
       01  WS-ROW-FOUND-SWITCH    PIC X(01).
           88  WS-ROW-FOUND       VALUE "Y".
       01  WS-LOADED-SWITCH       PIC X(01) VALUE "N".
           88  WS-SETTING-LOADED  VALUE "Y".
       01  WS-ASSUMED-PURPOSES    PIC X(04).
       01  WS-PURPOSE-IDX         PIC 9(01).
       01  WS-OLD-VALUE           PIC X(01).
       01  WS-CFG-NAME            PIC X(20).
       01  WS-CFG-DEFAULT         PIC X(40).
       01  WS-CFG-VALUE           PIC X(40).
       01  WS-BD-DATE             PIC 9(08).
       01  WS-BD-STATE            PIC X(01).
       01  WS-NOW-TIME            PIC 9(08).
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "CONSENT".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01  LS-CNS-ACTION    PIC X(08).
       01  LS-CNS-DB-ID     PIC X(20).
       01  LS-CNS-PURPOSE   PIC X(01).
       01  LS-CNS-VALUE     PIC X(01).
       01  LS-CNS-SOURCE    PIC X(08).
       01  LS-CNS-OPERATOR  PIC 9(05).
       01  LS-CNS-RESULT    PIC X(01).

       PROCEDURE DIVISION USING LS-CNS-ACTION LS-CNS-DB-ID
               LS-CNS-PURPOSE LS-CNS-VALUE LS-CNS-SOURCE
               LS-CNS-OPERATOR LS-CNS-RESULT.
       MAIN-LOGIC.
           IF NOT WS-SETTING-LOADED
               PERFORM LOAD-ASSUMED-PURPOSES
           END-IF
           EVALUATE LS-CNS-PURPOSE
               WHEN "S"
                   MOVE 1 TO WS-PURPOSE-IDX
               WHEN "R"
                   MOVE 2 TO WS-PURPOSE-IDX
               WHEN "M"
                   MOVE 3 TO WS-PURPOSE-IDX
               WHEN "C"
                   MOVE 4 TO WS-PURPOSE-IDX
               WHEN OTHER
                   MOVE "E" TO LS-CNS-RESULT
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Unknown consent purpose " LS-CNS-PURPOSE
                           " - " LS-CNS-ACTION " not done"
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM LOG-CONSENT-FAILURE
                   GOBACK
           END-EVALUATE

           EVALUATE LS-CNS-ACTION
               WHEN "CHECK"
                   PERFORM CHECK-CONSENT
               WHEN "GET"
                   PERFORM GET-CONSENT
               WHEN "SET"
                   PERFORM SET-CONSENT
               WHEN OTHER
                   MOVE "E" TO LS-CNS-RESULT
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Unknown consent action "
                           LS-CNS-ACTION DELIMITED BY SIZE
                           INTO WS-LOG-TEXT
                   PERFORM LOG-CONSENT-FAILURE
           END-EVALUATE
           GOBACK.

      * Read once per run - the setting does not change under a
      * running program.
       LOAD-ASSUMED-PURPOSES.
           MOVE "CONSENT-ASSUMED" TO WS-CFG-NAME
           MOVE "S" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE WS-CFG-VALUE(1:4) TO WS-ASSUMED-PURPOSES
           SET WS-SETTING-LOADED TO TRUE.

       CHECK-CONSENT.
           PERFORM READ-MEMBER-ROW
           IF WS-ROW-FOUND AND CNS-CHANNEL-EMAIL
               MOVE "E" TO LS-CNS-VALUE
           ELSE
               MOVE "L" TO LS-CNS-VALUE
           END-IF
           IF WS-PURPOSE-IDX = 4
               MOVE "Y" TO LS-CNS-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-FOUND
                   AND CNS-PURPOSE-VALUE(WS-PURPOSE-IDX) NOT = SPACE
               MOVE CNS-PURPOSE-VALUE(WS-PURPOSE-IDX)
                   TO LS-CNS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LS-CNS-RESULT
           IF WS-ASSUMED-PURPOSES(1:1) = LS-CNS-PURPOSE
                   OR WS-ASSUMED-PURPOSES(2:1) = LS-CNS-PURPOSE
                   OR WS-ASSUMED-PURPOSES(3:1) = LS-CNS-PURPOSE
               MOVE "Y" TO LS-CNS-RESULT
           END-IF.

       GET-CONSENT.
           PERFORM READ-MEMBER-ROW
           MOVE SPACE TO LS-CNS-VALUE
           MOVE "N" TO LS-CNS-RESULT
           IF WS-ROW-FOUND
               MOVE CNS-PURPOSE-VALUE(WS-PURPOSE-IDX)
                   TO LS-CNS-VALUE
               MOVE "Y" TO LS-CNS-RESULT
           END-IF.

       READ-MEMBER-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           OPEN INPUT ConsentFile
           IF WS-CNS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CNS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "consent.txt could not be opened - status "
                       WS-CNS-STATUS " - " LS-CNS-ACTION
                       " answered from CONSENT-ASSUMED"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-CONSENT-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CNS-DB-ID TO CNS-DB-ID
           READ ConsentFile KEY IS CNS-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
           END-READ
           CLOSE ConsentFile.

       SET-CONSENT.
           MOVE "U" TO LS-CNS-RESULT
           IF LS-CNS-VALUE = SPACE OR LS-CNS-DB-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PURPOSE-IDX = 4
               IF LS-CNS-VALUE NOT = "L" AND LS-CNS-VALUE NOT = "E"
                   MOVE "E" TO LS-CNS-RESULT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF LS-CNS-VALUE NOT = "Y" AND LS-CNS-VALUE NOT = "N"
                   MOVE "E" TO LS-CNS-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O ConsentFile
           IF WS-CNS-STATUS = "35"
               OPEN OUTPUT ConsentFile
               CLOSE ConsentFile
               OPEN I-O ConsentFile
           END-IF
           IF WS-CNS-STATUS NOT = "00"
               MOVE "E" TO LS-CNS-RESULT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "consent.txt could not be opened - status "
                       WS-CNS-STATUS " - " LS-CNS-DB-ID
                       " not recorded" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-CONSENT-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-ROW-FOUND-SWITCH
           MOVE LS-CNS-DB-ID TO CNS-DB-ID
           READ ConsentFile KEY IS CNS-DB-ID
               INVALID KEY
                   MOVE "N" TO WS-ROW-FOUND-SWITCH
                   MOVE SPACES TO CONSENT-RECORD
                   MOVE LS-CNS-DB-ID TO CNS-DB-ID
                   MOVE ZERO TO CNS-SERVICE-DATE
                   MOVE ZERO TO CNS-SERVICE-OPERATOR
                   MOVE ZERO TO CNS-RENEWAL-DATE
                   MOVE ZERO TO CNS-RENEWAL-OPERATOR
                   MOVE ZERO TO CNS-MARKETING-DATE
                   MOVE ZERO TO CNS-MARKETING-OPERATOR
                   MOVE ZERO TO CNS-CHANNEL-DATE
                   MOVE ZERO TO CNS-CHANNEL-OPERATOR
           END-READ
           MOVE CNS-PURPOSE-VALUE(WS-PURPOSE-IDX) TO WS-OLD-VALUE
           IF WS-OLD-VALUE = LS-CNS-VALUE
               CLOSE ConsentFile
               EXIT PARAGRAPH
           END-IF

           CALL "BIZDATE" USING WS-BD-DATE WS-BD-STATE
           MOVE LS-CNS-VALUE    TO CNS-PURPOSE-VALUE(WS-PURPOSE-IDX)
           MOVE WS-BD-DATE      TO CNS-PURPOSE-DATE(WS-PURPOSE-IDX)
           MOVE LS-CNS-SOURCE   TO CNS-PURPOSE-SOURCE(WS-PURPOSE-IDX)
           MOVE LS-CNS-OPERATOR
               TO CNS-PURPOSE-OPERATOR(WS-PURPOSE-IDX)
           IF WS-ROW-FOUND
               REWRITE CONSENT-RECORD
           ELSE
               WRITE CONSENT-RECORD
           END-IF
           IF WS-CNS-STATUS NOT = "00"
               MOVE "E" TO LS-CNS-RESULT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "consent.txt write failed - status "
                       WS-CNS-STATUS " - " LS-CNS-DB-ID
                       " not recorded" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-CONSENT-FAILURE
               CLOSE ConsentFile
               EXIT PARAGRAPH
           END-IF
           CLOSE ConsentFile
           MOVE "C" TO LS-CNS-RESULT
           PERFORM JOURNAL-CONSENT-CHANGE.

       JOURNAL-CONSENT-CHANGE.
           OPEN EXTEND ConsentHistoryFile
           IF WS-CNH-STATUS = "35"
               OPEN OUTPUT ConsentHistoryFile
           END-IF
           IF WS-CNH-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "cnshist.txt could not be opened - status "
                       WS-CNH-STATUS " - change for " LS-CNS-DB-ID
                       " not journaled" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-CONSENT-FAILURE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES          TO CONSENT-HISTORY-RECORD
           MOVE WS-BD-DATE      TO CNH-DATE
           MOVE WS-NOW-TIME(1:6) TO CNH-TIME
           MOVE LS-CNS-DB-ID    TO CNH-DB-ID
           MOVE LS-CNS-PURPOSE  TO CNH-PURPOSE
           MOVE WS-OLD-VALUE    TO CNH-OLD-VALUE
           MOVE LS-CNS-VALUE    TO CNH-NEW-VALUE
           MOVE LS-CNS-SOURCE   TO CNH-SOURCE
           MOVE LS-CNS-OPERATOR TO CNH-OPERATOR
           WRITE CONSENT-HISTORY-RECORD
           CLOSE ConsentHistoryFile.

       LOG-CONSENT-FAILURE.
           DISPLAY WS-LOG-TEXT
           MOVE "ERROR" TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       END PROGRAM CONSENT.
