      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-17
      * Purpose: Reception check-in. The desk knew who had paid but
      *          not who came through the door, and could not tell
      *          at the door whether a member was current. Reception
      *          signs on once (any operator profile - the branch on
      *          the profile is the branch the visits are logged
      *          at), then each member's ID is swiped or keyed: a
      *          card reader sends the track as ";<id>?", a keyed ID
      *          is taken as typed. The ID's mod-9 check digit is
      *          verified the way S015 verifies it at entry, the
      *          registration is read from database.txt, and the
      *          member is admitted - or turned away with the reason
      *          on screen - when the registration is void, lapsed,
      *          frozen, or active but paid through more than the
      *          grace period ago (LAPSE-GRACE-DAYS, the S070 rule,
      *          so the door agrees with the night's lapse run). A
      *          household dependent stands on its primary's
      *          paid-through date. Every ID presented is logged to
      *          visits.txt (VISREC) with date, time, branch and the
      *          outcome; S133 reports on it.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-20  rxz  A swiped membership card carries its card
      *                    sequence number after the ID (";<id>=<seq>?",
      *                    S134's vendor file); a card the register
      *                    (cardreg.txt) shows cancelled or superseded
      *                    is turned away (CANC), so a lost or replaced
      *                    card no longer opens the door.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S132.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HouseholdFile ASSIGN TO "./../hshld.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSH-DB-ID
           ALTERNATE RECORD KEY IS HSH-PRIMARY-ID WITH DUPLICATES
           FILE STATUS IS WS-HSH-STATUS.

           SELECT VisitFile ASSIGN TO "./../visits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIS-STATUS.

           SELECT CardFile ASSIGN TO "./../cardreg.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CARD-NO
           ALTERNATE RECORD KEY IS CRD-DB-ID WITH DUPLICATES
           FILE STATUS IS WS-CRD-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  HouseholdFile.
           COPY HSHREC.

       FD  VisitFile.
           COPY VISREC.

       FD  CardFile.
           COPY CRDREC.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-HSH-STATUS                PIC XX.
       01  WS-VIS-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-CRD-STATUS                PIC XX.
       01  WS-CRD-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-CRD-IS-OPEN           VALUE "Y".
       01  WS-CARD-SEQ                  PIC 9(03).
       01  WS-CARD-SEQ-SWITCH           PIC X(01).
           88  WS-CARD-SEQ-PRESENT      VALUE "Y".
       01  WS-CARD-SCAN-SWITCH          PIC X(01).
           88  WS-CARD-SCAN-DONE        VALUE "Y".
       01  WS-MEM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-MEM-IS-OPEN           VALUE "Y".
       01  WS-HSH-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-HSH-IS-OPEN           VALUE "Y".
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-ENTRY                     PIC X(40).
       01  WS-ENTRY-MODE                PIC X(01).
       01  WS-ID                        PIC X(20).
       01  WS-MEMBER-NAME               PIC X(30).
       01  WS-REASON                    PIC X(04).
       01  WS-REASON-TEXT               PIC X(50).
       01  WS-STAND-PAID-THRU           PIC 9(08).
       01  WS-DAYS-PAST                 PIC 9(05).
       01  WS-GRACE-DAYS                PIC 9(03) VALUE 30.
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-PAID-THRU-SERIAL          PIC 9(07).
       01  WS-NOW-TIME                  PIC 9(08).
       01  WS-SESSION-BRANCH            PIC X(03) VALUE SPACES.
       01  WS-ADMIT-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REFUSE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S132".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

      * Check-digit work fields - the S015 rule.
       01  WS-CD-IDX                    PIC 9(02).
       01  WS-DIGIT-SUM                 PIC 9(04).
       01  WS-CHECK-QUOTIENT            PIC 9(04).
       01  WS-CHECK-COMPUTED            PIC 9(01).
       01  WS-CHAR-ALPHA                PIC X(01).
       01  WS-CHAR-NUM REDEFINES WS-CHAR-ALPHA PIC 9(01).
       01  WS-LAST-CHAR-ALPHA           PIC X(01).
       01  WS-LAST-CHAR-NUM REDEFINES WS-LAST-CHAR-ALPHA PIC 9(01).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S070 uses, so "days past paid-through" is a plain
      * subtraction.
       01  WS-SER-DATE.
           05  WS-SER-YEAR        PIC 9(04).
           05  WS-SER-MONTH       PIC 9(02).
           05  WS-SER-DAY         PIC 9(02).
       01  WS-SER-RESULT          PIC 9(07).
       01  WS-SER-PRIOR-YEAR      PIC 9(04).
       01  WS-LEAP-QUOTIENT       PIC 9(04).
       01  WS-LEAP-REMAINDER      PIC 9(04).
       01  WS-LEAP-COUNT          PIC 9(05).
       01  WS-LEAP-BY-4           PIC 9(04).
       01  WS-LEAP-BY-100         PIC 9(04).
       01  WS-LEAP-BY-400         PIC 9(04).
       01  WS-SER-MONTH-IDX       PIC 9(02).
       01  MONTH-CUM-TABLE.
           05  FILLER PIC 9(03) VALUE 000.
           05  FILLER PIC 9(03) VALUE 031.
           05  FILLER PIC 9(03) VALUE 059.
           05  FILLER PIC 9(03) VALUE 090.
           05  FILLER PIC 9(03) VALUE 120.
           05  FILLER PIC 9(03) VALUE 151.
           05  FILLER PIC 9(03) VALUE 181.
           05  FILLER PIC 9(03) VALUE 212.
           05  FILLER PIC 9(03) VALUE 243.
           05  FILLER PIC 9(03) VALUE 273.
           05  FILLER PIC 9(03) VALUE 304.
           05  FILLER PIC 9(03) VALUE 334.
       01  MONTH-CUM-DAYS REDEFINES MONTH-CUM-TABLE.
           05  MONTH-CUM-ENTRY OCCURS 12 TIMES
                   INDEXED BY MONTH-CUM-IDX  PIC 9(03).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           PERFORM DESK-SIGN-ON

      *    The grace period is a site decision - shipped 30 days.
           MOVE "LAPSE-GRACE-DAYS" TO WS-CFG-NAME
           MOVE "030" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-GRACE-DAYS
           END-IF

           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - check-in not available."
               STOP RUN
           END-IF
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS = "00"
               SET WS-HSH-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CardFile
           IF WS-CRD-STATUS = "00"
               SET WS-CRD-IS-OPEN TO TRUE
           END-IF

           DISPLAY " "
           DISPLAY "=============================================="
           DISPLAY "  S132 - RECEPTION CHECK-IN"
           IF WS-SESSION-BRANCH = SPACES
               DISPLAY "  Branch: head office"
           ELSE
               DISPLAY "  Branch: " WS-SESSION-BRANCH
           END-IF
           DISPLAY "=============================================="
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "Swipe card or key member ID (X = close desk): "
               MOVE SPACES TO WS-ENTRY
               ACCEPT WS-ENTRY
               EVALUATE TRUE
                   WHEN WS-ENTRY = "X" OR WS-ENTRY = "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN WS-ENTRY = SPACES
                       CONTINUE
                   WHEN OTHER
                       PERFORM CHECK-IN-ONE-MEMBER
               END-EVALUATE
           END-PERFORM

           CLOSE DatabaseFile
           IF WS-MEM-IS-OPEN
               CLOSE MemberDetailsFile
           END-IF
           IF WS-HSH-IS-OPEN
               CLOSE HouseholdFile
           END-IF
           IF WS-CRD-IS-OPEN
               CLOSE CardFile
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Check-in desk closed by operator " WS-SIGNON-ID
                   " - " WS-ADMIT-COUNT " admitted, "
                   WS-REFUSE-COUNT " turned away" DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Admitted    : " WS-ADMIT-COUNT
           DISPLAY "Turned away : " WS-REFUSE-COUNT
           STOP RUN.

      * Any operator may run the desk - checked against the hash
      * (legacy plaintext rows compare directly), three tries. The
      * profile's branch is where this session's visits are logged.
       DESK-SIGN-ON.
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - check-in needs an operator "
                       "profile."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password   : "
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
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               MOVE OPR-BRANCH TO WS-SESSION-BRANCH
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - check-in refused."
               STOP RUN
           END-IF.

      * A card reader sends the track as ";<id>?" - the sentinels
      * mark a swipe and are dropped; anything else was keyed. A
      * vendor card adds its card sequence number, ";<id>=<seq>?".
       CHECK-IN-ONE-MEMBER.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-REASON-TEXT
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE "N" TO WS-CARD-SEQ-SWITCH
           IF WS-ENTRY(1:1) = ";"
               MOVE "C" TO WS-ENTRY-MODE
               MOVE WS-ENTRY(2:20) TO WS-ID
               INSPECT WS-ID REPLACING ALL "?" BY SPACE
               IF WS-ENTRY(22:1) = "=" AND WS-ENTRY(23:3) IS NUMERIC
                   MOVE WS-ENTRY(23:3) TO WS-CARD-SEQ
                   SET WS-CARD-SEQ-PRESENT TO TRUE
               END-IF
           ELSE
               MOVE "K" TO WS-ENTRY-MODE
               MOVE WS-ENTRY TO WS-ID
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           PERFORM COMPUTE-CHECK-DIGIT
           IF NOT (WS-LAST-CHAR-ALPHA IS NUMERIC
                   AND WS-LAST-CHAR-NUM = WS-CHECK-COMPUTED)
               MOVE "CHKD" TO WS-REASON
               MOVE "Check digit does not match - re-swipe or re-key"
                       TO WS-REASON-TEXT
           ELSE
               PERFORM CHECK-MEMBER-STANDING
           END-IF
           IF WS-REASON = SPACES AND WS-CARD-SEQ-PRESENT
               PERFORM CHECK-CARD-STILL-LIVE
           END-IF

           IF WS-REASON = SPACES
               ADD 1 TO WS-ADMIT-COUNT
               DISPLAY "  *** ADMIT ***  " WS-ID
               IF WS-MEMBER-NAME NOT = SPACES
                   DISPLAY "  " WS-MEMBER-NAME
               END-IF
           ELSE
               ADD 1 TO WS-REFUSE-COUNT
               DISPLAY "  --- NOT ADMITTED ---  " WS-ID
               DISPLAY "  " WS-REASON-TEXT
           END-IF
           PERFORM WRITE-VISIT-RECORD.

      * The registration's own status first; an active row must be
      * paid through no more than the grace period ago. A linked
      * household dependent carries its primary's paid-through date.
       CHECK-MEMBER-STANDING.
           MOVE WS-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   MOVE "UNKN" TO WS-REASON
                   MOVE "ID not registered - send to the desk"
                           TO WS-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ
           IF NOT DB-LAYOUT-CURRENT
               MOVE "UNKN" TO WS-REASON
               MOVE "ID not registered - send to the desk"
                       TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-MEMBER-NAME
           EVALUATE TRUE
               WHEN DB-STATUS-VOID
                   MOVE "VOID" TO WS-REASON
                   MOVE "Registration is void"
                           TO WS-REASON-TEXT
                   EXIT PARAGRAPH
               WHEN DB-STATUS-LAPSED
                   MOVE "LAPS" TO WS-REASON
                   MOVE "Membership has lapsed - reinstate at the desk"
                           TO WS-REASON-TEXT
                   EXIT PARAGRAPH
               WHEN DB-STATUS-FROZEN
                   MOVE "FROZ" TO WS-REASON
                   MOVE "Membership is frozen - resume at the desk"
                           TO WS-REASON-TEXT
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE DB-PAID-THRU TO WS-STAND-PAID-THRU
           IF DB-HSH-DEPENDENT
               PERFORM READ-HOUSEHOLD-PRIMARY
           END-IF
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-STAND-PAID-THRU IS NOT NUMERIC
                   OR WS-STAND-PAID-THRU = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           MOVE WS-STAND-PAID-THRU TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-PAID-THRU-SERIAL
           IF WS-TODAY-SERIAL > WS-PAID-THRU-SERIAL
               COMPUTE WS-DAYS-PAST
                       = WS-TODAY-SERIAL - WS-PAID-THRU-SERIAL
           ELSE
               MOVE ZERO TO WS-DAYS-PAST
           END-IF
           IF WS-DAYS-PAST > WS-GRACE-DAYS
               MOVE "UNPD" TO WS-REASON
               MOVE SPACES TO WS-REASON-TEXT
               STRING "Unpaid - paid through " WS-STAND-PAID-THRU
                       ", renew at the desk" DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
           END-IF.

      * The primary's row answers for a linked dependent; a primary
      * that has itself lapsed or been voided turns the dependent
      * away with it.
       READ-HOUSEHOLD-PRIMARY.
           IF NOT WS-HSH-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID TO HSH-DB-ID
           READ HouseholdFile KEY IS HSH-DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT (HSH-ROLE-DEPENDENT AND HSH-STATE-LINKED)
               EXIT PARAGRAPH
           END-IF
           MOVE HSH-PRIMARY-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN DB-STATUS-VOID
               WHEN DB-STATUS-LAPSED
                   MOVE "LAPS" TO WS-REASON
                   MOVE "Household primary has lapsed - see the desk"
                           TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE DB-PAID-THRU TO WS-STAND-PAID-THRU
           END-EVALUATE.

      * The member is in good standing; the card in hand must still
      * be one the register shows sent or mailed. A card the register
      * has no row for is let through - the register is the judge
      * only of the cards it knows.
       CHECK-CARD-STILL-LIVE.
           IF NOT WS-CRD-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CARD-SCAN-SWITCH
           MOVE WS-ID TO CRD-DB-ID
           START CardFile KEY IS = CRD-DB-ID
               INVALID KEY
                   SET WS-CARD-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-CARD-SCAN-DONE
               READ CardFile NEXT RECORD
                   AT END
                       SET WS-CARD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CRD-DB-ID NOT = WS-ID
                           SET WS-CARD-SCAN-DONE TO TRUE
                       ELSE
                           IF CRD-CARD-SEQ = WS-CARD-SEQ
                               SET WS-CARD-SCAN-DONE TO TRUE
                               IF NOT CRD-STATE-LIVE
                                   MOVE "CANC" TO WS-REASON
                                   MOVE "Card cancelled - see the desk"
                                       TO WS-REASON-TEXT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOOKUP-MEMBER-NAME.
           IF NOT WS-MEM-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE MEM-NAME TO WS-MEMBER-NAME.

      * One row per ID presented, admitted or not - opened and
      * closed each time, the LOGMSG habit, so a desk left signed on
      * loses nothing if the terminal goes down.
       WRITE-VISIT-RECORD.
           OPEN EXTEND VisitFile
           IF WS-VIS-STATUS = "35"
               OPEN OUTPUT VisitFile
           END-IF
           IF WS-VIS-STATUS NOT = "00"
               DISPLAY "visits.txt could not be opened - status "
                       WS-VIS-STATUS " - visit NOT logged."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VISIT-RECORD
           MOVE WS-ID              TO VIS-DB-ID
           MOVE WS-TODAY-DATE      TO VIS-DATE
           MOVE WS-NOW-TIME(1:6)   TO VIS-TIME
           MOVE WS-SESSION-BRANCH  TO VIS-BRANCH
           IF WS-REASON = SPACES
               SET VIS-ADMITTED TO TRUE
           ELSE
               SET VIS-REFUSED TO TRUE
           END-IF
           MOVE WS-REASON          TO VIS-REASON
           MOVE WS-ENTRY-MODE      TO VIS-ENTRY-MODE
           MOVE WS-SIGNON-ID       TO VIS-OPERATOR
           WRITE VISIT-RECORD
           CLOSE VisitFile.

      * Mod-9 check digit over WS-ID's first 19 characters, compared
      * against the 20th character - the same rule S015 enforces at
      * entry.
       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-DIGIT-SUM
           MOVE WS-ID(20:1) TO WS-LAST-CHAR-ALPHA
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1 UNTIL WS-CD-IDX > 19
               MOVE WS-ID(WS-CD-IDX:1) TO WS-CHAR-ALPHA
               IF WS-CHAR-ALPHA IS NUMERIC
                   ADD WS-CHAR-NUM TO WS-DIGIT-SUM
               END-IF
           END-PERFORM
           DIVIDE WS-DIGIT-SUM BY 9 GIVING WS-CHECK-QUOTIENT
                   REMAINDER WS-CHECK-COMPUTED.

       COMPUTE-DAY-SERIAL.
           COMPUTE WS-SER-PRIOR-YEAR = WS-SER-YEAR - 1
           DIVIDE WS-SER-PRIOR-YEAR BY 4 GIVING WS-LEAP-BY-4
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 100 GIVING WS-LEAP-BY-100
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 400 GIVING WS-LEAP-BY-400
                   REMAINDER WS-LEAP-REMAINDER
           COMPUTE WS-LEAP-COUNT
                   = WS-LEAP-BY-4 - WS-LEAP-BY-100 + WS-LEAP-BY-400
           COMPUTE WS-SER-RESULT
                   = WS-SER-PRIOR-YEAR * 365 + WS-LEAP-COUNT
           MOVE WS-SER-MONTH TO WS-SER-MONTH-IDX
           IF WS-SER-MONTH-IDX < 1 OR WS-SER-MONTH-IDX > 12
               MOVE 1 TO WS-SER-MONTH-IDX
           END-IF
           SET MONTH-CUM-IDX TO WS-SER-MONTH-IDX
           ADD MONTH-CUM-ENTRY(MONTH-CUM-IDX) TO WS-SER-RESULT
           ADD WS-SER-DAY TO WS-SER-RESULT
           IF WS-SER-MONTH > 2
               DIVIDE WS-SER-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-SER-RESULT
                   DIVIDE WS-SER-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SER-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           SUBTRACT 1 FROM WS-SER-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S132.
