      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-14
      * Purpose: Callable quota and waiting-list keeper in the BALUPD
      *          mold - the one copy of the quota.txt lookup (QTAREC)
      *          and the waitlist.txt bookkeeping (WTLREC) that
      *          S015's adds and S080's approvals call. The caller
      *          passes the action, the country and class, and who
      *          is asking - the ID keyed at the desk or the
      *          application number:
      *
      *            CHECK - the quota for the country and class (zero
      *                    = no limit), how many places are out on
      *                    offer and how many are waiting, not
      *                    counting the asker. The result says
      *                    whether the asker holds an open offer
      *                    ("O"), is already waiting ("W") or neither
      *                    ("N").
      *            JOIN  - put the asker on the end of the waiting
      *                    list ("J", with the place in line in the
      *                    waiting count) unless already on it.
      *            TAKE  - the asker has been registered: close the
      *                    asker's open row ("T"), if there is one.
      *            REMOVE - the asker has withdrawn or been declined:
      *                    close the asker's open row ("R") so the
      *                    place in line goes to the next.
      *
      *          Places in use are counted by the caller, which has
      *          database.txt open already. A list that cannot be
      *          opened is logged as an ERROR; CHECK then answers as
      *          if nobody is waiting, so the desk is never stopped
      *          by the list itself.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QuotaFile ASSIGN TO "./../quota.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QTA-STATUS.

           SELECT WaitListFile ASSIGN TO "./../waitlist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WTL-SEQ-NO
           FILE STATUS IS WS-WTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QuotaFile.
           COPY QTAREC.

       FD  WaitListFile.
           COPY WTLREC.

       WORKING-STORAGE SECTION.
       01  WS-QTA-STATUS          PIC XX.
       01  WS-WTL-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01).
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-ASKER-SWITCH        PIC X(01).
           88  WS-ROW-IS-ASKER    VALUE "Y".
       01  WS-LAST-SEQ-NO         PIC 9(07).
       01  WS-ASKER-SEQ-NO        PIC 9(07).
       01  WS-BD-DATE             PIC 9(08).
       01  WS-BD-STATE            PIC X(01).
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "WAITLST".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01  LS-WL-ACTION     PIC X(08).
       01  LS-WL-COUNTRY    PIC X(20).
       01  LS-WL-CLASS      PIC X(01).
       01  LS-WL-DB-ID      PIC X(20).
       01  LS-WL-APP-NO     PIC 9(07).
       01  LS-WL-NAME       PIC X(30).
       01  LS-WL-OPERATOR   PIC 9(05).
       01  LS-WL-QUOTA-MAX  PIC 9(05).
       01  LS-WL-OFFERED    PIC 9(05).
       01  LS-WL-WAITING    PIC 9(05).
       01  LS-WL-RESULT     PIC X(01).

       PROCEDURE DIVISION USING LS-WL-ACTION LS-WL-COUNTRY
               LS-WL-CLASS LS-WL-DB-ID LS-WL-APP-NO LS-WL-NAME
               LS-WL-OPERATOR LS-WL-QUOTA-MAX LS-WL-OFFERED
               LS-WL-WAITING LS-WL-RESULT.
       MAIN-LOGIC.
           MOVE ZERO TO LS-WL-QUOTA-MAX
           MOVE ZERO TO LS-WL-OFFERED
           MOVE ZERO TO LS-WL-WAITING
           MOVE "N"  TO LS-WL-RESULT
           CALL "BIZDATE" USING WS-BD-DATE WS-BD-STATE
           PERFORM LOOKUP-QUOTA

           OPEN I-O WaitListFile
           IF WS-WTL-STATUS = "35"
               OPEN OUTPUT WaitListFile
               CLOSE WaitListFile
               OPEN I-O WaitListFile
           END-IF
           IF WS-WTL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "waitlist.txt could not be opened - status "
                       WS-WTL-STATUS " - " LS-WL-ACTION
                       " not done" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-LIST-FAILURE
               GOBACK
           END-IF

           PERFORM COUNT-LIST-ROWS
           EVALUATE LS-WL-ACTION
               WHEN "CHECK"
                   CONTINUE
               WHEN "JOIN"
                   IF LS-WL-RESULT = "N"
                       PERFORM JOIN-WAITING-LIST
                   END-IF
               WHEN "TAKE"
               WHEN "REMOVE"
                   IF LS-WL-RESULT NOT = "N"
                       PERFORM CLOSE-ASKERS-ROW
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Unknown waiting-list action "
                           LS-WL-ACTION DELIMITED BY SIZE
                           INTO WS-LOG-TEXT
                   PERFORM LOG-LIST-FAILURE
           END-EVALUATE
           CLOSE WaitListFile
           GOBACK.

      * No table, or no row for the country and class, is no limit.
       LOOKUP-QUOTA.
           OPEN INPUT QuotaFile
           IF WS-QTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ QuotaFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF QTA-COUNTRY = LS-WL-COUNTRY
                               AND QTA-CLASS = LS-WL-CLASS
                           MOVE QTA-MAX-ACTIVE TO LS-WL-QUOTA-MAX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QuotaFile.

      * One pass over the list in sequence order: the open offers
      * and the waiting for this country and class (the asker
      * aside), the asker's own open row, and the last number
      * issued.
       COUNT-LIST-ROWS.
           MOVE ZERO TO WS-LAST-SEQ-NO
           MOVE ZERO TO WS-ASKER-SEQ-NO
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-LIST-ROW
           PERFORM UNTIL WS-END-OF-FILE
               MOVE WTL-SEQ-NO TO WS-LAST-SEQ-NO
               IF WTL-STATE-OPEN AND WTL-COUNTRY = LS-WL-COUNTRY
                       AND WTL-CLASS = LS-WL-CLASS
                   PERFORM TEST-ROW-IS-ASKER
                   EVALUATE TRUE
                       WHEN WS-ROW-IS-ASKER
                           MOVE WTL-SEQ-NO TO WS-ASKER-SEQ-NO
                           MOVE WTL-STATE  TO LS-WL-RESULT
                       WHEN WTL-STATE-OFFERED
                           ADD 1 TO LS-WL-OFFERED
                       WHEN OTHER
                           ADD 1 TO LS-WL-WAITING
                   END-EVALUATE
               END-IF
               PERFORM READ-NEXT-LIST-ROW
           END-PERFORM.

       TEST-ROW-IS-ASKER.
           MOVE "N" TO WS-ASKER-SWITCH
           IF LS-WL-DB-ID NOT = SPACES AND WTL-DB-ID = LS-WL-DB-ID
               SET WS-ROW-IS-ASKER TO TRUE
           END-IF
           IF LS-WL-APP-NO > ZERO AND WTL-APP-NO = LS-WL-APP-NO
               SET WS-ROW-IS-ASKER TO TRUE
           END-IF.

       READ-NEXT-LIST-ROW.
           READ WaitListFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       JOIN-WAITING-LIST.
           ADD 1 TO WS-LAST-SEQ-NO
           MOVE WS-LAST-SEQ-NO TO WTL-SEQ-NO
           SET WTL-STATE-WAITING TO TRUE
           MOVE LS-WL-COUNTRY  TO WTL-COUNTRY
           MOVE LS-WL-CLASS    TO WTL-CLASS
           IF LS-WL-APP-NO > ZERO
               SET WTL-SOURCE-APPLICATION TO TRUE
           ELSE
               SET WTL-SOURCE-DESK TO TRUE
           END-IF
           MOVE LS-WL-DB-ID    TO WTL-DB-ID
           MOVE LS-WL-APP-NO   TO WTL-APP-NO
           MOVE LS-WL-NAME     TO WTL-NAME
           MOVE WS-BD-DATE     TO WTL-JOINED-DATE
           MOVE ZERO           TO WTL-OFFER-DATE
           MOVE ZERO           TO WTL-REPLY-BY
           MOVE ZERO           TO WTL-CLOSED-DATE
           MOVE LS-WL-OPERATOR TO WTL-ADDED-BY
           WRITE WAITLIST-RECORD
           IF WS-WTL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "waitlist.txt write failed - status "
                       WS-WTL-STATUS " - " LS-WL-COUNTRY
                       " " LS-WL-CLASS " not joined"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-LIST-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO LS-WL-RESULT
           ADD 1 TO LS-WL-WAITING.

       CLOSE-ASKERS-ROW.
           MOVE WS-ASKER-SEQ-NO TO WTL-SEQ-NO
           READ WaitListFile KEY IS WTL-SEQ-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LS-WL-ACTION = "TAKE"
               SET WTL-STATE-TAKEN TO TRUE
           ELSE
               SET WTL-STATE-REMOVED TO TRUE
           END-IF
           MOVE WS-BD-DATE TO WTL-CLOSED-DATE
           REWRITE WAITLIST-RECORD
           IF WS-WTL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "waitlist.txt rewrite failed - status "
                       WS-WTL-STATUS " - row " WTL-SEQ-NO
                       " still open" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-LIST-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE WTL-STATE TO LS-WL-RESULT.

       LOG-LIST-FAILURE.
           DISPLAY WS-LOG-TEXT
           MOVE "ERROR" TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       END PROGRAM WAITLST.
