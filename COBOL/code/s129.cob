      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-14
      * Purpose: Membership quota maintenance and the waiting list.
      *          Some countries and classes only have so many
      *          places, and the count used to live in a notebook
      *          while S015 kept adding. Each country and class may
      *          now carry a quota row on quota.txt (QTAREC layout):
      *          the most registrations it may hold - active and
      *          frozen rows both hold a place - and how many days a
      *          waiting-list offer stays open. S015's Add and S080's
      *          approval refuse a full country and class through
      *          the WAITLST subprogram and put the would-be member
      *          on the waiting list (waitlist.txt, WTLREC); S130
      *          offers freed places in turn and S131 reports the
      *          utilisation. Here a supervisor keeps the table and
      *          can look down a waiting list and take someone off
      *          it. No table means no limits, so nothing is written
      *          until a quota is put. Supervisor sign-on, the S115
      *          stance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S129.

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

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QuotaFile.
           COPY QTAREC.

       FD  WaitListFile.
           COPY WTLREC.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       COPY CLASS.
       COPY COUNTRY.
       01  WS-QTA-STATUS                PIC XX.
       01  WS-WTL-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-OVERFLOW-SWITCH           PIC X(01) VALUE "N".
           88  WS-FILE-OVERFLOWED       VALUE "Y".
       01  WS-CHANGED-SWITCH            PIC X(01) VALUE "N".
           88  WS-TABLE-CHANGED         VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ROW-FOUND             VALUE "Y".
       01  WS-VALID-SWITCH              PIC X(01).
           88  WS-ENTRY-VALID           VALUE "Y".
       01  WS-WORK-COUNTRY              PIC X(20).
       01  WS-WORK-CLASS                PIC X(01).
       01  WS-WORK-MAX                  PIC 9(05).
       01  WS-WORK-REPLY-DAYS           PIC 9(03).
       01  WS-WORK-DESCRIPTION          PIC X(30).
       01  WS-WORK-SEQ-NO               PIC 9(07).
       01  WS-LINE-RANK                 PIC 9(05).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-BD-DATE                   PIC 9(08).
       01  WS-BD-STATE                  PIC X(01).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S129".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

      * One row per country and class at most - load, change in
      * storage, write back on exit, the S115 shape.
       01  WS-QUOTA-TABLE.
           05  WS-QTA OCCURS 50 TIMES
                   INDEXED BY WS-QTA-IDX.
               10  WS-QTA-COUNTRY       PIC X(20).
               10  WS-QTA-CLASS         PIC X(01).
               10  WS-QTA-MAX           PIC 9(05).
               10  WS-QTA-REPLY-DAYS    PIC 9(03).
               10  WS-QTA-DESCRIPTION   PIC X(30).
               10  WS-QTA-DELETED       PIC X(01).
       01  WS-QTA-COUNT                 PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM SUPERVISOR-SIGN-ON
           CALL "BIZDATE" USING WS-BD-DATE WS-BD-STATE
           PERFORM LOAD-QUOTAS
           IF WS-FILE-OVERFLOWED
               DISPLAY "quota.txt holds more rows than one "
                       "session's table - maintenance refused so "
                       "nothing past the table is lost."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S129 - MEMBERSHIP QUOTAS"
               DISPLAY "=============================================="
               DISPLAY "L=List quotas  P=Put quota  D=Delete quota"
               DISPLAY "W=Waiting list  R=Remove from list  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-QUOTAS
                   WHEN "P"
                   WHEN "p"
                       PERFORM PUT-QUOTA
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-QUOTA
                   WHEN "W"
                   WHEN "w"
                       PERFORM LIST-WAITING
                   WHEN "R"
                   WHEN "r"
                       PERFORM REMOVE-WAITING
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           IF WS-TABLE-CHANGED
               PERFORM WRITE-QUOTAS-BACK
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Membership quotas changed by operator "
                       WS-SIGNON-ID "." DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF
           STOP RUN.

      * Refund-desk sign-on stance: a supervisor profile, checked
      * against the hash (legacy plaintext rows compare directly),
      * three tries, no unprovisioned fallback.
       SUPERVISOR-SIGN-ON.
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - quota maintenance needs a "
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
               DISPLAY "Sign-on failed - maintenance refused."
               STOP RUN
           END-IF.

      * No table yet is an empty table - every country and class
      * stays open until a quota is put.
       LOAD-QUOTAS.
           OPEN INPUT QuotaFile
           IF WS-QTA-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-QTA-STATUS NOT = "00"
               DISPLAY "quota.txt could not be opened - status "
                       WS-QTA-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-QUOTA
           PERFORM UNTIL WS-END-OF-FILE OR WS-QTA-COUNT >= 50
               ADD 1 TO WS-QTA-COUNT
               SET WS-QTA-IDX TO WS-QTA-COUNT
               MOVE QTA-COUNTRY     TO WS-QTA-COUNTRY(WS-QTA-IDX)
               MOVE QTA-CLASS       TO WS-QTA-CLASS(WS-QTA-IDX)
               MOVE QTA-MAX-ACTIVE  TO WS-QTA-MAX(WS-QTA-IDX)
               MOVE QTA-REPLY-DAYS  TO WS-QTA-REPLY-DAYS(WS-QTA-IDX)
               MOVE QTA-DESCRIPTION
                       TO WS-QTA-DESCRIPTION(WS-QTA-IDX)
               MOVE "N"             TO WS-QTA-DELETED(WS-QTA-IDX)
               PERFORM READ-NEXT-QUOTA
           END-PERFORM
           IF NOT WS-END-OF-FILE
               SET WS-FILE-OVERFLOWED TO TRUE
           END-IF
           CLOSE QuotaFile.

       READ-NEXT-QUOTA.
           READ QuotaFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LIST-QUOTAS.
           DISPLAY "COUNTRY              CLASS   MAX REPLY DESCRIPTION"
           PERFORM VARYING WS-QTA-IDX FROM 1 BY 1
                   UNTIL WS-QTA-IDX > WS-QTA-COUNT
               IF WS-QTA-DELETED(WS-QTA-IDX) NOT = "Y"
                   DISPLAY WS-QTA-COUNTRY(WS-QTA-IDX) " "
                           WS-QTA-CLASS(WS-QTA-IDX) "     "
                           WS-QTA-MAX(WS-QTA-IDX) "   "
                           WS-QTA-REPLY-DAYS(WS-QTA-IDX) " "
                           WS-QTA-DESCRIPTION(WS-QTA-IDX)
               END-IF
           END-PERFORM
           DISPLAY "A country and class not listed has no limit; "
                   "S131 shows the places used.".

      * One quota per country and class - putting one already on
      * the table replaces it.
       PUT-QUOTA.
           PERFORM ENTER-COUNTRY-AND-CLASS
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Most registrations allowed: "
           ACCEPT WS-WORK-MAX
           IF WS-WORK-MAX NOT NUMERIC OR WS-WORK-MAX = ZERO
               DISPLAY "The quota must be a number above zero - "
                       "delete the quota to lift the limit."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Days to reply to an offer (blank = 14): "
           MOVE ZERO TO WS-WORK-REPLY-DAYS
           ACCEPT WS-WORK-REPLY-DAYS
           IF WS-WORK-REPLY-DAYS NOT NUMERIC
                   OR WS-WORK-REPLY-DAYS = ZERO
               MOVE 014 TO WS-WORK-REPLY-DAYS
           END-IF
           DISPLAY "Description: "
           ACCEPT WS-WORK-DESCRIPTION
           PERFORM FIND-QUOTA
           IF NOT WS-ROW-FOUND
               IF WS-QTA-COUNT >= 50
                   DISPLAY "Quota table is full - quota NOT added."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTA-COUNT
               SET WS-QTA-IDX TO WS-QTA-COUNT
               MOVE WS-WORK-COUNTRY TO WS-QTA-COUNTRY(WS-QTA-IDX)
               MOVE WS-WORK-CLASS   TO WS-QTA-CLASS(WS-QTA-IDX)
           END-IF
           MOVE WS-WORK-MAX         TO WS-QTA-MAX(WS-QTA-IDX)
           MOVE WS-WORK-REPLY-DAYS  TO WS-QTA-REPLY-DAYS(WS-QTA-IDX)
           MOVE WS-WORK-DESCRIPTION TO WS-QTA-DESCRIPTION(WS-QTA-IDX)
           MOVE "N"                 TO WS-QTA-DELETED(WS-QTA-IDX)
           SET WS-TABLE-CHANGED TO TRUE
           DISPLAY "Class " WS-WORK-CLASS " in " WS-WORK-COUNTRY
                   " now holds at most " WS-WORK-MAX ".".

       DELETE-QUOTA.
           PERFORM ENTER-COUNTRY-AND-CLASS
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUOTA
           IF NOT WS-ROW-FOUND
               DISPLAY "No quota on file for class " WS-WORK-CLASS
                       " in " WS-WORK-COUNTRY "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete the quota - the country and class will "
                   "have no limit? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "Y" TO WS-QTA-DELETED(WS-QTA-IDX)
               SET WS-TABLE-CHANGED TO TRUE
               DISPLAY "Quota deleted - anyone still waiting is "
                       "offered a place by the next S130 run."
           END-IF.

      * Country against COUNTRY.cpy (synonyms allowed, the S015
      * rule), class against CLASS.cpy.
       ENTER-COUNTRY-AND-CLASS.
           MOVE "N" TO WS-VALID-SWITCH
           DISPLAY "Country: "
           ACCEPT WS-WORK-COUNTRY
           PERFORM VARYING COUNTRY-SYN-IDX FROM 1 BY 1
                   UNTIL COUNTRY-SYN-IDX > COUNTRY-SYNONYM-TABLE-SIZE
               IF COUNTRY-SYNONYM-NAME(COUNTRY-SYN-IDX)
                       = WS-WORK-COUNTRY
                   MOVE COUNTRY-SYNONYM-CANONICAL(COUNTRY-SYN-IDX)
                           TO WS-WORK-COUNTRY
               END-IF
           END-PERFORM
           PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                   UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
               IF COUNTRY-NAME(COUNTRY-IDX) = WS-WORK-COUNTRY
                   SET WS-ENTRY-VALID TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-VALID
               DISPLAY WS-WORK-COUNTRY " is not a listed country."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-VALID-SWITCH
           DISPLAY "Class (blank = Regular): "
           ACCEPT WS-WORK-CLASS
           IF WS-WORK-CLASS = SPACE
               MOVE "R" TO WS-WORK-CLASS
           END-IF
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-TABLE-SIZE
               IF CLASS-CODE(CLASS-IDX) = WS-WORK-CLASS
                   SET WS-ENTRY-VALID TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-VALID
               DISPLAY "Class " WS-WORK-CLASS " is not on the class "
                       "list."
           END-IF.

       FIND-QUOTA.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-QTA-IDX FROM 1 BY 1
                   UNTIL WS-QTA-IDX > WS-QTA-COUNT OR WS-ROW-FOUND
               IF WS-QTA-COUNTRY(WS-QTA-IDX) = WS-WORK-COUNTRY
                       AND WS-QTA-CLASS(WS-QTA-IDX) = WS-WORK-CLASS
                       AND WS-QTA-DELETED(WS-QTA-IDX) NOT = "Y"
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND
               SET WS-QTA-IDX DOWN BY 1
           END-IF.

      * The open rows for one country and class in line order -
      * the list is keyed on the one-up number, so reading it
      * front to back is reading the line front to back.
       LIST-WAITING.
           PERFORM ENTER-COUNTRY-AND-CLASS
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WaitListFile
           IF WS-WTL-STATUS NOT = "00"
               DISPLAY "Nobody is on the waiting list."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LINE NUMBER  STATE JOINED   REPLY BY ID / APP "
                   "NAME"
           MOVE ZERO TO WS-LINE-RANK
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-WAITING
           PERFORM UNTIL WS-END-OF-FILE
               IF WTL-STATE-OPEN
                       AND WTL-COUNTRY = WS-WORK-COUNTRY
                       AND WTL-CLASS = WS-WORK-CLASS
                   ADD 1 TO WS-LINE-RANK
                   IF WTL-SOURCE-APPLICATION
                       DISPLAY WS-LINE-RANK " " WTL-SEQ-NO " "
                               WTL-STATE "     " WTL-JOINED-DATE " "
                               WTL-REPLY-BY " APP " WTL-APP-NO " "
                               WTL-NAME
                   ELSE
                       DISPLAY WS-LINE-RANK " " WTL-SEQ-NO " "
                               WTL-STATE "     " WTL-JOINED-DATE " "
                               WTL-REPLY-BY " " WTL-DB-ID " "
                               WTL-NAME
                   END-IF
               END-IF
               PERFORM READ-NEXT-WAITING
           END-PERFORM
           CLOSE WaitListFile
           DISPLAY WS-LINE-RANK " open on the list (W = waiting, "
                   "O = offered).".

       READ-NEXT-WAITING.
           READ WaitListFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Someone who no longer wants a place, by the number shown on
      * the list. An application taken off here is still pending
      * in S080 - decline it there.
       REMOVE-WAITING.
           DISPLAY "Waiting-list number: "
           ACCEPT WS-WORK-SEQ-NO
           OPEN I-O WaitListFile
           IF WS-WTL-STATUS NOT = "00"
               DISPLAY "waitlist.txt could not be opened - status "
                       WS-WTL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SEQ-NO TO WTL-SEQ-NO
           READ WaitListFile KEY IS WTL-SEQ-NO
               INVALID KEY
                   DISPLAY "No waiting-list row " WS-WORK-SEQ-NO "."
                   CLOSE WaitListFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT WTL-STATE-OPEN
               DISPLAY "Row " WS-WORK-SEQ-NO " is already closed ("
                       WTL-STATE ")."
               CLOSE WaitListFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY WTL-COUNTRY " " WTL-CLASS " " WTL-DB-ID " "
                   WTL-NAME
           DISPLAY "Take this row off the waiting list? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               SET WTL-STATE-REMOVED TO TRUE
               MOVE WS-BD-DATE TO WTL-CLOSED-DATE
               REWRITE WAITLIST-RECORD
               IF WS-WTL-STATUS NOT = "00"
                   DISPLAY "waitlist.txt rewrite failed - status "
                           WS-WTL-STATUS
               ELSE
                   DISPLAY "Row " WS-WORK-SEQ-NO " removed."
                   MOVE "INFO " TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Waiting-list row " WS-WORK-SEQ-NO
                           " removed by operator " WS-SIGNON-ID
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   CALL "LOGMSG" USING WS-LOG-PROGRAM
                           WS-LOG-SEVERITY WS-LOG-TEXT
               END-IF
           END-IF
           CLOSE WaitListFile.

       WRITE-QUOTAS-BACK.
           OPEN OUTPUT QuotaFile
           IF WS-QTA-STATUS NOT = "00"
               DISPLAY "quota.txt could not be rewritten - status "
                       WS-QTA-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QTA-IDX FROM 1 BY 1
                   UNTIL WS-QTA-IDX > WS-QTA-COUNT
               IF WS-QTA-DELETED(WS-QTA-IDX) NOT = "Y"
                   MOVE WS-QTA-COUNTRY(WS-QTA-IDX)  TO QTA-COUNTRY
                   MOVE WS-QTA-CLASS(WS-QTA-IDX)    TO QTA-CLASS
                   MOVE WS-QTA-MAX(WS-QTA-IDX)      TO QTA-MAX-ACTIVE
                   MOVE WS-QTA-REPLY-DAYS(WS-QTA-IDX)
                           TO QTA-REPLY-DAYS
                   MOVE WS-QTA-DESCRIPTION(WS-QTA-IDX)
                           TO QTA-DESCRIPTION
                   WRITE QUOTA-RECORD
               END-IF
           END-PERFORM
           CLOSE QuotaFile.

       END PROGRAM S129.
