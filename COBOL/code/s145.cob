      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-19
      * Purpose: Legal holds. A member in a legal dispute or under
      *          investigation must have everything kept, yet nothing
      *          stopped S077 erasing their details, S065 purging the
      *          voided registration, S102 archiving their audit trail
      *          or S096 writing the balance off. Place puts a hold on
      *          the registration (legalhold.txt, HLDREC) with the
      *          reason, who asked for it, the start date and an
      *          optional release date; Release ends it today. Both
      *          need a supervisor sign-on. While a hold is in force
      *          the HOLDCHK subprogram makes those programs - and
      *          S076's merge - refuse the member, logging each
      *          refusal to holdblk.txt (HBKREC). View shows one hold;
      *          Register prints every hold in force with what it has
      *          blocked, through RPTWRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S145.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LegalHoldFile ASSIGN TO "./../legalhold.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-DB-ID
           FILE STATUS IS WS-HLD-STATUS.

           SELECT HoldBlockFile ASSIGN TO "./../holdblk.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HBK-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LegalHoldFile.
           COPY HLDREC.

       FD  HoldBlockFile.
           COPY HBKREC.

       FD  DatabaseFile.
           COPY DBREC.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-HLD-STATUS                PIC XX.
       01  WS-HBK-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-HBK-EOF-SWITCH            PIC X(01).
           88  WS-HBK-END-OF-FILE       VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-ROW-FOUND-SWITCH          PIC X(01).
           88  WS-ROW-FOUND             VALUE "Y".
       01  WS-IN-FORCE-SWITCH           PIC X(01).
           88  WS-HOLD-IN-FORCE         VALUE "Y".
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-HOLD-COUNT                PIC 9(05).
       01  WS-BLOCK-COUNT               PIC 9(05).
       01  WS-BLOCK-TOTAL               PIC 9(07).
       01  WS-RELEASE-SHOWN             PIC X(08).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S145".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S145 - LEGAL HOLDS"
               DISPLAY "=============================================="
               DISPLAY "P=Place a hold  R=Release a hold  V=View  "
                       "H=Hold register  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "P"
                   WHEN "p"
                       PERFORM PLACE-HOLD
                   WHEN "R"
                   WHEN "r"
                       PERFORM RELEASE-HOLD
                   WHEN "V"
                   WHEN "v"
                       PERFORM VIEW-HOLD
                   WHEN "H"
                   WHEN "h"
                       PERFORM HOLD-REGISTER-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * The registration must be on file - live or voided, since a
      * voided one is exactly what S065 would otherwise purge. A
      * member already held is not held twice; a released row is
      * reused for the new hold.
       PLACE-HOLD.
           PERFORM SUPERVISOR-SIGN-ON
           DISPLAY "Registration ID to hold: "
           ACCEPT WS-WORK-ID
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-WORK-ID " was not found."
                   CLOSE DatabaseFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE DatabaseFile

           PERFORM OPEN-HOLD-FILE
           IF WS-HLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HOLD-ROW
           IF WS-HOLD-IN-FORCE
               DISPLAY WS-WORK-ID " is already under legal hold "
                       "since " HLD-START-DATE "."
               CLOSE LegalHoldFile
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LEGAL-HOLD-RECORD
           MOVE WS-WORK-ID TO HLD-DB-ID
           DISPLAY "Reason: "
           ACCEPT HLD-REASON
           IF HLD-REASON = SPACES
               DISPLAY "A hold needs a reason - not placed."
               CLOSE LegalHoldFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Requested by (name/firm): "
           ACCEPT HLD-REQUESTER
           DISPLAY "Start date (YYYYMMDD, blank = today): "
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO HLD-START-DATE
           ELSE
               IF WS-DATE-ENTRY IS NOT NUMERIC
                   DISPLAY "Not a date - not placed."
                   CLOSE LegalHoldFile
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ENTRY TO HLD-START-DATE
           END-IF
           DISPLAY "Release date (YYYYMMDD, blank = until released): "
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE ZERO TO HLD-RELEASE-DATE
           ELSE
               IF WS-DATE-ENTRY IS NOT NUMERIC
                   DISPLAY "Not a date - not placed."
                   CLOSE LegalHoldFile
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ENTRY TO HLD-RELEASE-DATE
               IF HLD-RELEASE-DATE <= HLD-START-DATE
                   DISPLAY "Release date must follow the start date "
                           "- not placed."
                   CLOSE LegalHoldFile
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SIGNON-ID TO HLD-PLACED-BY
           MOVE ZERO         TO HLD-RELEASED-BY
           IF WS-ROW-FOUND
               REWRITE LEGAL-HOLD-RECORD
           ELSE
               WRITE LEGAL-HOLD-RECORD
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "legalhold.txt write failed - status "
                       WS-HLD-STATUS " - hold NOT placed."
               CLOSE LegalHoldFile
               EXIT PARAGRAPH
           END-IF
           CLOSE LegalHoldFile
           DISPLAY "Legal hold placed on " WS-WORK-ID "."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Legal hold placed on " WS-WORK-ID " by "
                   WS-SIGNON-ID DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Release ends the hold today; the row stays on file with who
      * released it.
       RELEASE-HOLD.
           PERFORM SUPERVISOR-SIGN-ON
           DISPLAY "Registration ID to release: "
           ACCEPT WS-WORK-ID
           PERFORM OPEN-HOLD-FILE
           IF WS-HLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HOLD-ROW
           IF NOT WS-ROW-FOUND
               DISPLAY "No legal hold on file for " WS-WORK-ID "."
               CLOSE LegalHoldFile
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-HOLD
           IF HLD-RELEASE-DATE NOT = ZERO
                   AND HLD-RELEASE-DATE <= WS-TODAY-DATE
               DISPLAY "This hold has already been released."
               CLOSE LegalHoldFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release this hold today (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Hold left in force."
               CLOSE LegalHoldFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO HLD-RELEASE-DATE
           MOVE WS-SIGNON-ID  TO HLD-RELEASED-BY
           REWRITE LEGAL-HOLD-RECORD
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "legalhold.txt rewrite failed - status "
                       WS-HLD-STATUS " - hold still in force."
               CLOSE LegalHoldFile
               EXIT PARAGRAPH
           END-IF
           CLOSE LegalHoldFile
           DISPLAY "Legal hold on " WS-WORK-ID " released."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Legal hold on " WS-WORK-ID " released by "
                   WS-SIGNON-ID DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       VIEW-HOLD.
           DISPLAY "Registration ID: "
           ACCEPT WS-WORK-ID
           OPEN INPUT LegalHoldFile
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "No legal holds on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HOLD-ROW
           IF WS-ROW-FOUND
               PERFORM SHOW-HOLD
           ELSE
               DISPLAY "No legal hold on file for " WS-WORK-ID "."
           END-IF
           CLOSE LegalHoldFile.

       SHOW-HOLD.
           DISPLAY " "
           DISPLAY "Registration : " HLD-DB-ID
           DISPLAY "Reason       : " HLD-REASON
           DISPLAY "Requested by : " HLD-REQUESTER
           DISPLAY "Start date   : " HLD-START-DATE
                   "   placed by " HLD-PLACED-BY
           IF HLD-RELEASE-DATE = ZERO
               DISPLAY "Release date : until released"
           ELSE
               DISPLAY "Release date : " HLD-RELEASE-DATE
               IF HLD-RELEASED-BY NOT = ZERO
                   DISPLAY "Released by  : " HLD-RELEASED-BY
               END-IF
           END-IF
           IF WS-HOLD-IN-FORCE
               DISPLAY "Status       : IN FORCE"
           ELSE
               DISPLAY "Status       : not in force"
           END-IF.

      * Every hold in force today, each followed by the refusals
      * HOLDCHK has logged against it.
       HOLD-REGISTER-REPORT.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-BLOCK-TOTAL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LegalHoldFile
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "No legal holds on file."
               EXIT PARAGRAPH
           END-IF
           MOVE "s145" TO WS-RPT-ID
           MOVE "LEGAL HOLD REGISTER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "ID                   START    RELEASE  BY     "
                   "REQUESTED BY" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM READ-NEXT-HOLD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM TEST-HOLD-IN-FORCE
               IF WS-HOLD-IN-FORCE
                   PERFORM PRINT-ONE-HOLD
               END-IF
               PERFORM READ-NEXT-HOLD
           END-PERFORM
           CLOSE LegalHoldFile
           MOVE SPACES TO WS-RPT-TEXT
           STRING "HOLDS IN FORCE " WS-HOLD-COUNT
                   "   REFUSALS LOGGED " WS-BLOCK-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY WS-HOLD-COUNT " hold(s) in force.".

       PRINT-ONE-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           IF HLD-RELEASE-DATE = ZERO
               MOVE "OPEN" TO WS-RELEASE-SHOWN
           ELSE
               MOVE HLD-RELEASE-DATE TO WS-RELEASE-SHOWN
           END-IF
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING HLD-DB-ID " " HLD-START-DATE " " WS-RELEASE-SHOWN
                   " " HLD-PLACED-BY "  " HLD-REQUESTER
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Reason: " HLD-REASON
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE ZERO TO WS-BLOCK-COUNT
           MOVE "N" TO WS-HBK-EOF-SWITCH
           OPEN INPUT HoldBlockFile
           IF WS-HBK-STATUS = "00"
               PERFORM READ-NEXT-BLOCK
               PERFORM UNTIL WS-HBK-END-OF-FILE
                   IF HBK-DB-ID = HLD-DB-ID
                           AND HBK-DATE >= HLD-START-DATE
                       PERFORM PRINT-ONE-BLOCK
                   END-IF
                   PERFORM READ-NEXT-BLOCK
               END-PERFORM
               CLOSE HoldBlockFile
           END-IF
           IF WS-BLOCK-COUNT = ZERO
               MOVE "  Nothing blocked yet." TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

       PRINT-ONE-BLOCK.
           ADD 1 TO WS-BLOCK-COUNT
           ADD 1 TO WS-BLOCK-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Blocked " HBK-DATE " " HBK-TIME " "
                   HBK-PROGRAM " " HBK-ACTION
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       READ-NEXT-HOLD.
           READ LegalHoldFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-BLOCK.
           READ HoldBlockFile
               AT END
                   SET WS-HBK-END-OF-FILE TO TRUE
           END-READ.

       OPEN-HOLD-FILE.
           OPEN I-O LegalHoldFile
           IF WS-HLD-STATUS = "35"
               OPEN OUTPUT LegalHoldFile
               CLOSE LegalHoldFile
               OPEN I-O LegalHoldFile
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "legalhold.txt could not be opened - status "
                       WS-HLD-STATUS
           END-IF.

      * Keyed read of WS-WORK-ID; sets WS-ROW-FOUND and, for a row
      * on file, whether its hold is in force today.
       READ-HOLD-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE "N" TO WS-IN-FORCE-SWITCH
           MOVE WS-WORK-ID TO HLD-DB-ID
           READ LegalHoldFile KEY IS HLD-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
                   PERFORM TEST-HOLD-IN-FORCE
           END-READ.

      * The HOLDCHK rule: started, and not yet at its release date.
       TEST-HOLD-IN-FORCE.
           MOVE "N" TO WS-IN-FORCE-SWITCH
           IF HLD-START-DATE <= WS-TODAY-DATE
                   AND (HLD-RELEASE-DATE = ZERO
                     OR HLD-RELEASE-DATE > WS-TODAY-DATE)
               SET WS-HOLD-IN-FORCE TO TRUE
           END-IF.

      * Holds are supervisor business - the S096 stance, with no
      * unprovisioned fallback.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - legal holds need a "
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
               DISPLAY "Sign-on failed - hold maintenance refused."
               STOP RUN
           END-IF.

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

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S145.
