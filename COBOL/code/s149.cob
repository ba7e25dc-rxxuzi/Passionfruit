      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-04
      * Purpose: Operator access recertification and dormant-account
      *          locking. Open cycle (supervisor sign-on) writes one
      *          pending row per operator profile to the
      *          recertification file (recert.txt, RCTREC layout),
      *          due RECERT-DUE-DAYS (site profile, shipped 14)
      *          calendar days out, and prints the worksheet. The
      *          Worksheet lists every operator grouped by branch -
      *          role, last successful sign-on from S015's sign-on
      *          history (signhist.txt), password age, lock state and
      *          where the cycle stands - through RPTWRT, for each
      *          branch supervisor to confirm or revoke. Attest
      *          (supervisor sign-on) walks the pending rows of the
      *          supervisor's own branch, plus other supervisors'
      *          rows so a one-supervisor office still gets its
      *          supervisor attested; nobody attests their own
      *          profile. Confirm or revoke stamps who attested and
      *          when on the row; a revoke locks the profile. The
      *          nightly Dormant sweep, run from S027's window, marks
      *          rows still pending after their due date as locked
      *          unattested and locks those profiles, then locks any
      *          profile with no successful sign-on (or, never signed
      *          on, no password change) for DORMANT-DAYS (shipped
      *          90). Every automatic lock is queued to the operator
      *          through NOTIFY and noted on the run log as WARN. A
      *          locked profile is cleared only by a supervisor in
      *          S033.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S149.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecertFile ASSIGN TO "./../recert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCT-STATUS.

           SELECT RecertWorkFile ASSIGN TO "./../rctwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTW-STATUS.

           SELECT SignonHistFile ASSIGN TO "./../signhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SGN-STATUS.

           SELECT BranchFile ASSIGN TO "./../branch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRN-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RecertFile.
           COPY RCTREC.

       FD  RecertWorkFile.
           COPY RCTREC REPLACING
               ==RECERT-RECORD== BY ==RECERT-WORK-RECORD==
               LEADING ==RCT== BY ==RCW==.

      * S015's sign-on history row.
       FD  SignonHistFile.
       01  SIGNON-HISTORY-RECORD.
           05  SGN-DATE                 PIC 9(08).
           05  SGN-TIME                 PIC 9(06).
           05  SGN-OPERATOR             PIC 9(05).
           05  SGN-PROGRAM              PIC X(08).
           05  SGN-OUTCOME              PIC X(05).

       FD  BranchFile.
           COPY BRNREC.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-RCT-STATUS                PIC XX.
       01  WS-RCTW-STATUS               PIC XX.
       01  WS-SGN-STATUS                PIC XX.
       01  WS-BRN-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(06).
       01  WS-ACTION                    PIC X(01).
       01  WS-QUIT-SWITCH               PIC X(01).
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-BRANCH             PIC X(03).
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-RCT-FILE-NAME    PIC X(20) VALUE "./../recert.txt".
       01  WS-RCTW-FILE-NAME   PIC X(20) VALUE "./../rctwork.txt".

      * The cycle in hand - the newest cycle date on recert.txt.
       01  WS-CYCLE-DATE                PIC 9(08).
       01  WS-CYCLE-DUE                 PIC 9(08).
       01  WS-CYCLE-PENDING             PIC 9(05).
       01  WS-DUE-DAYS                  PIC 9(03).
       01  WS-DORMANT-DAYS              PIC 9(03).
       01  WS-DAY-STEP                  PIC 9(03).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).
       01  WS-REVOKE-REASON             PIC X(30).
       01  WS-LOCK-ID                   PIC 9(05).
       01  WS-LOCK-SWITCH               PIC X(01).
           88  WS-PROFILE-LOCKED-NOW    VALUE "Y".
       01  WS-LAST-ACTIVE               PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-IDLE-DAYS                 PIC 9(07).
       01  WS-CONFIRM-COUNT             PIC 9(05).
       01  WS-REVOKE-COUNT              PIC 9(05).
       01  WS-SHOWN-COUNT               PIC 9(05).
       01  WS-OVERDUE-COUNT             PIC 9(05).
       01  WS-DORMANT-COUNT             PIC 9(05).

      * Every operator profile, with the last successful sign-on
      * from signhist.txt and the profile's row in the cycle.
       01  WS-OPERATOR-TABLE.
           05  WS-OPT OCCURS 500 TIMES.
               10  WS-OPT-ID            PIC 9(05).
               10  WS-OPT-NAME          PIC X(30).
               10  WS-OPT-ROLE          PIC X(01).
               10  WS-OPT-BRANCH        PIC X(03).
               10  WS-OPT-PWD-CHANGED   PIC 9(08).
               10  WS-OPT-LOCK          PIC X(01).
               10  WS-OPT-LAST-SIGNON   PIC 9(08).
               10  WS-OPT-RCT-STATE     PIC X(01).
       01  WS-OPT-USED                  PIC 9(03).
       01  WS-OPT-IDX                   PIC 9(03).
       01  WS-OPT-HIT                   PIC 9(03).
       01  WS-FIND-ID                   PIC 9(05).
       01  WS-SLOT-FOUND-SWITCH         PIC X(01).
           88  WS-SLOT-FOUND            VALUE "Y".

      * Worksheet grouping - branch names from branch.txt and the
      * branch codes the profiles carry, in code order.
       01  WS-BRANCH-TABLE.
           05  WS-BRT OCCURS 100 TIMES.
               10  WS-BRT-CODE          PIC X(03).
               10  WS-BRT-NAME          PIC X(30).
       01  WS-BRT-USED                  PIC 9(03).
       01  WS-BRT-IDX                   PIC 9(03).
       01  WS-GROUP-TABLE.
           05  WS-GRP-CODE OCCURS 100 TIMES PIC X(03).
       01  WS-GRP-USED                  PIC 9(03).
       01  WS-GRP-IDX                   PIC 9(03).
       01  WS-GRP-NEXT                  PIC 9(03).
       01  WS-GRP-SWAP                  PIC X(03).
       01  WS-GRP-COUNT                 PIC 9(05).
       01  WS-BRANCH-NAME               PIC X(30).
       01  WS-LAST-SHOWN                PIC X(08).
       01  WS-AGE-SHOWN                 PIC X(05).
       01  WS-AGE-EDIT                  PIC Z(04)9.
       01  WS-STATE-SHOWN               PIC X(09).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S069 uses, so an age in days is a plain subtraction.
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

       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S149".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08).
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S149".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S149 - OPERATOR ACCESS RECERTIFICATION"
               DISPLAY "=============================================="
               DISPLAY "C=Open cycle (supervisor)  W=Worksheet  "
                       "A=Attest (supervisor)"
               DISPLAY "D=Dormant and overdue sweep  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "C"
                   WHEN "c"
                       PERFORM OPEN-CYCLE
                   WHEN "W"
                   WHEN "w"
                       PERFORM LOAD-OPERATORS
                       PERFORM PRINT-WORKSHEET
                   WHEN "A"
                   WHEN "a"
                       PERFORM ATTEST-CYCLE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DORMANT-SWEEP
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * A new cycle only once the last one is closed out - every row
      * attested, or locked by the sweep at its due date.
       OPEN-CYCLE.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-OPERATORS
           IF WS-OPT-USED = ZERO
               DISPLAY "No operator profiles on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-CYCLE-PENDING > ZERO
               DISPLAY "Cycle of " WS-CYCLE-DATE " still has "
                       WS-CYCLE-PENDING " pending - it closes at "
                       WS-CYCLE-DUE "."
               EXIT PARAGRAPH
           END-IF
           IF WS-CYCLE-DATE = WS-TODAY-DATE
               DISPLAY "A cycle was already opened today."
               EXIT PARAGRAPH
           END-IF

           MOVE "RECERT-DUE-DAYS" TO WS-CFG-NAME
           MOVE "014" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE 14 TO WS-DUE-DAYS
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-DUE-DAYS
           END-IF
           MOVE WS-TODAY-DATE TO WS-CYCLE-DUE
           MOVE "NEXTDAY" TO WS-BUSDAY-KIND
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-DAY-STEP > WS-DUE-DAYS
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-CYCLE-DUE
                       WS-BUSDAY-RESULT
           END-PERFORM

           OPEN EXTEND RecertFile
           IF WS-RCT-STATUS = "35"
               OPEN OUTPUT RecertFile
           END-IF
           IF WS-RCT-STATUS NOT = "00"
               DISPLAY "recert.txt could not be opened - status "
                       WS-RCT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-USED
               MOVE WS-TODAY-DATE TO RCT-CYCLE-DATE
               MOVE WS-CYCLE-DUE TO RCT-DUE-DATE
               MOVE WS-OPT-ID(WS-OPT-IDX) TO RCT-OPR-ID
               MOVE WS-OPT-BRANCH(WS-OPT-IDX) TO RCT-BRANCH
               MOVE WS-OPT-ROLE(WS-OPT-IDX) TO RCT-ROLE
               SET RCT-STATE-PENDING TO TRUE
               MOVE ZERO TO RCT-ATTESTED-BY
               MOVE ZERO TO RCT-ATTESTED-DATE
               MOVE ZERO TO RCT-ATTESTED-TIME
               MOVE WS-OPT-LAST-SIGNON(WS-OPT-IDX) TO RCT-LAST-SIGNON
               MOVE SPACES TO RCT-NOTE
               WRITE RECERT-RECORD
               MOVE "P" TO WS-OPT-RCT-STATE(WS-OPT-IDX)
           END-PERFORM
           CLOSE RecertFile
           MOVE WS-TODAY-DATE TO WS-CYCLE-DATE
           MOVE WS-OPT-USED TO WS-CYCLE-PENDING
           DISPLAY "Cycle opened - " WS-OPT-USED
                   " operators to attest by " WS-CYCLE-DUE "."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Recertification cycle opened by " WS-SIGNON-ID
                   " - " WS-OPT-USED " operators, due "
                   WS-CYCLE-DUE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           PERFORM PRINT-WORKSHEET.

      * One page section per branch, in branch-code order; a blank
      * code is the head office.
       PRINT-WORKSHEET.
           IF WS-OPT-USED = ZERO
               DISPLAY "No operator profiles on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BRANCHES
           PERFORM BUILD-BRANCH-GROUPS
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL

           MOVE "s149" TO WS-RPT-ID
           MOVE "OPERATOR ACCESS RECERTIFICATION" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           IF WS-CYCLE-DATE = ZERO
               MOVE "No recertification cycle on file." TO WS-RPT-TEXT
           ELSE
               STRING "Cycle opened " WS-CYCLE-DATE "   attest by "
                       WS-CYCLE-DUE "   pending " WS-CYCLE-PENDING
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF
           PERFORM RPT-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-USED
               PERFORM PRINT-BRANCH-GROUP
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "OPERATORS  " WS-OPT-USED "   BRANCHES  " WS-GRP-USED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Worksheet written - " WS-OPT-USED " operators in "
                   WS-GRP-USED " branches.".

       PRINT-BRANCH-GROUP.
           MOVE "(head office)" TO WS-BRANCH-NAME
           IF WS-GRP-CODE(WS-GRP-IDX) NOT = SPACES
               MOVE "(not on branch.txt)" TO WS-BRANCH-NAME
           END-IF
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-USED
               IF WS-BRT-CODE(WS-BRT-IDX) = WS-GRP-CODE(WS-GRP-IDX)
                   MOVE WS-BRT-NAME(WS-BRT-IDX) TO WS-BRANCH-NAME
               END-IF
           END-PERFORM
           PERFORM RPT-LINE
           STRING "BRANCH " WS-GRP-CODE(WS-GRP-IDX) "  "
                   WS-BRANCH-NAME
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "  ID    NAME                 ROLE LAST-ON  PW-AGE "
                   "LOCK CYCLE"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE ZERO TO WS-GRP-COUNT
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-USED
               IF WS-OPT-BRANCH(WS-OPT-IDX) = WS-GRP-CODE(WS-GRP-IDX)
                   ADD 1 TO WS-GRP-COUNT
                   PERFORM PRINT-OPERATOR-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Operators " WS-GRP-COUNT
                   "   Attested by ______________  Date ________"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       PRINT-OPERATOR-LINE.
           MOVE "never" TO WS-LAST-SHOWN
           IF WS-OPT-LAST-SIGNON(WS-OPT-IDX) > ZERO
               MOVE WS-OPT-LAST-SIGNON(WS-OPT-IDX) TO WS-LAST-SHOWN
           END-IF
           MOVE "    -" TO WS-AGE-SHOWN
           IF WS-OPT-PWD-CHANGED(WS-OPT-IDX) IS NUMERIC
                   AND WS-OPT-PWD-CHANGED(WS-OPT-IDX) > ZERO
               MOVE WS-OPT-PWD-CHANGED(WS-OPT-IDX) TO WS-SER-DATE
               PERFORM COMPUTE-DAY-SERIAL
               IF WS-TODAY-SERIAL >= WS-SER-RESULT
                   COMPUTE WS-AGE-EDIT
                           = WS-TODAY-SERIAL - WS-SER-RESULT
                   MOVE WS-AGE-EDIT TO WS-AGE-SHOWN
               END-IF
           END-IF
           EVALUATE WS-OPT-RCT-STATE(WS-OPT-IDX)
               WHEN "P"
                   MOVE "PENDING" TO WS-STATE-SHOWN
               WHEN "C"
                   MOVE "CONFIRMED" TO WS-STATE-SHOWN
               WHEN "V"
                   MOVE "REVOKED" TO WS-STATE-SHOWN
               WHEN "L"
                   MOVE "LOCKED" TO WS-STATE-SHOWN
               WHEN OTHER
                   MOVE "-" TO WS-STATE-SHOWN
           END-EVALUATE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  " WS-OPT-ID(WS-OPT-IDX) " "
                   WS-OPT-NAME(WS-OPT-IDX)(1:20) " "
                   WS-OPT-ROLE(WS-OPT-IDX) "    "
                   WS-LAST-SHOWN " " WS-AGE-SHOWN "  "
                   WS-OPT-LOCK(WS-OPT-IDX) "    "
                   WS-STATE-SHOWN
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * A supervisor attests the pending rows of their own branch and
      * any other supervisor's row - never their own.
       ATTEST-CYCLE.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-OPERATORS
           IF WS-CYCLE-PENDING = ZERO
               DISPLAY "Nothing pending recertification."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RecertFile
           IF WS-RCT-STATUS NOT = "00"
               DISPLAY "recert.txt could not be opened - status "
                       WS-RCT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RecertWorkFile
           IF WS-RCTW-STATUS NOT = "00"
               DISPLAY "rctwork.txt could not be opened - status "
                       WS-RCTW-STATUS
               CLOSE RecertFile
               EXIT PARAGRAPH
           END-IF
           OPEN I-O OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS
               CLOSE RecertFile
               CLOSE RecertWorkFile
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE ZERO TO WS-CONFIRM-COUNT
           MOVE ZERO TO WS-REVOKE-COUNT
           MOVE "N" TO WS-QUIT-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RECERT
           PERFORM UNTIL WS-END-OF-FILE
               IF RCT-STATE-PENDING
                       AND RCT-CYCLE-DATE = WS-CYCLE-DATE
                       AND NOT WS-QUIT-REQUESTED
                       AND RCT-OPR-ID NOT = WS-SIGNON-ID
                       AND (RCT-BRANCH = WS-SIGNON-BRANCH
                           OR RCT-ROLE = "S")
                   ADD 1 TO WS-SHOWN-COUNT
                   PERFORM ATTEST-ONE-OPERATOR
               END-IF
               MOVE RECERT-RECORD TO RECERT-WORK-RECORD
               WRITE RECERT-WORK-RECORD
               PERFORM READ-NEXT-RECERT
           END-PERFORM
           CLOSE RecertFile
           CLOSE RecertWorkFile
           CLOSE OperatorFile
           CALL "CBL_DELETE_FILE" USING WS-RCT-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-RCTW-FILE-NAME
                   WS-RCT-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated file is at "
                       "rctwork.txt; restore it by hand."
           END-IF
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "Nothing pending for you to attest."
           ELSE
               DISPLAY "Confirmed " WS-CONFIRM-COUNT
                       "  revoked " WS-REVOKE-COUNT
           END-IF.

       ATTEST-ONE-OPERATOR.
           MOVE RCT-OPR-ID TO WS-FIND-ID
           PERFORM FIND-OPERATOR-SLOT
           DISPLAY " "
           IF WS-SLOT-FOUND
               DISPLAY "Operator " RCT-OPR-ID "  "
                       WS-OPT-NAME(WS-OPT-HIT)
               DISPLAY "  role " RCT-ROLE "  branch " RCT-BRANCH
                       "  last sign-on "
                       WS-OPT-LAST-SIGNON(WS-OPT-HIT)
                       "  locked " WS-OPT-LOCK(WS-OPT-HIT)
           ELSE
               DISPLAY "Operator " RCT-OPR-ID
                       "  (profile no longer on file)"
           END-IF
           DISPLAY "Action (C=Confirm, R=Revoke, N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "C"
               WHEN "c"
                   SET RCT-STATE-CONFIRMED TO TRUE
                   PERFORM STAMP-ATTESTATION
                   ADD 1 TO WS-CONFIRM-COUNT
               WHEN "R"
               WHEN "r"
                   DISPLAY "Reason for revoking: "
                   ACCEPT WS-REVOKE-REASON
                   SET RCT-STATE-REVOKED TO TRUE
                   PERFORM STAMP-ATTESTATION
                   MOVE WS-REVOKE-REASON TO RCT-NOTE
                   MOVE RCT-OPR-ID TO WS-LOCK-ID
                   PERFORM LOCK-PROFILE
                   ADD 1 TO WS-REVOKE-COUNT
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Access of operator " RCT-OPR-ID
                           " revoked at recertification by "
                           WS-SIGNON-ID
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   CALL "LOGMSG" USING WS-LOG-PROGRAM
                           WS-LOG-SEVERITY WS-LOG-TEXT
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-ATTESTATION.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-SIGNON-ID TO RCT-ATTESTED-BY
           MOVE WS-TODAY-DATE TO RCT-ATTESTED-DATE
           MOVE WS-NOW-TIME TO RCT-ATTESTED-TIME.

      * Nightly from S027's window - no sign-on. Overdue attestations
      * first, by key; then the dormant pass reads the profiles in
      * key order from the top.
       DORMANT-SWEEP.
           PERFORM LOAD-OPERATORS
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           MOVE "DORMANT-DAYS" TO WS-CFG-NAME
           MOVE "090" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE 90 TO WS-DORMANT-DAYS
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-DORMANT-DAYS
           END-IF
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE ZERO TO WS-DORMANT-COUNT

           OPEN I-O OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS
               MOVE "ERROR" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Dormant sweep not run - operator.txt status "
                       WS-OPR-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CYCLE-PENDING > ZERO
               PERFORM LOCK-OVERDUE-ATTESTATIONS
           END-IF
           CLOSE OperatorFile
           OPEN I-O OperatorFile
           PERFORM LOCK-DORMANT-PROFILES
           CLOSE OperatorFile

           DISPLAY "Locked unattested " WS-OVERDUE-COUNT
                   "  locked dormant " WS-DORMANT-COUNT
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Sweep done - unattested locked " WS-OVERDUE-COUNT
                   ", dormant locked " WS-DORMANT-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       LOCK-OVERDUE-ATTESTATIONS.
           OPEN INPUT RecertFile
           IF WS-RCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RecertWorkFile
           IF WS-RCTW-STATUS NOT = "00"
               DISPLAY "rctwork.txt could not be opened - status "
                       WS-RCTW-STATUS
               CLOSE RecertFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RECERT
           PERFORM UNTIL WS-END-OF-FILE
               IF RCT-STATE-PENDING AND RCT-DUE-DATE < WS-TODAY-DATE
                   SET RCT-STATE-LOCKED TO TRUE
                   ACCEPT WS-NOW-TIME FROM TIME
                   MOVE ZERO TO RCT-ATTESTED-BY
                   MOVE WS-TODAY-DATE TO RCT-ATTESTED-DATE
                   MOVE WS-NOW-TIME TO RCT-ATTESTED-TIME
                   MOVE "Not attested by due date" TO RCT-NOTE
                   MOVE RCT-OPR-ID TO WS-LOCK-ID
                   PERFORM LOCK-PROFILE
                   ADD 1 TO WS-OVERDUE-COUNT
                   IF WS-PROFILE-LOCKED-NOW
                       MOVE "RECERTLK" TO WS-NTF-TEMPLATE
                       MOVE RCT-OPR-ID TO WS-NTF-RECIPIENT
                       MOVE OPR-NAME TO WS-NTF-KEY-1
                       MOVE SPACES TO WS-NTF-KEY-2
                       STRING "Not attested by " RCT-DUE-DATE
                               DELIMITED BY SIZE INTO WS-NTF-KEY-2
                       CALL "NOTIFY" USING WS-NTF-PROGRAM
                               WS-NTF-RECIPIENT WS-NTF-TEMPLATE
                               WS-NTF-KEY-1 WS-NTF-KEY-2
                   END-IF
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Operator " RCT-OPR-ID " locked - "
                           "recertification not attested by "
                           RCT-DUE-DATE
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                           WS-LOG-TEXT
               END-IF
               MOVE RECERT-RECORD TO RECERT-WORK-RECORD
               WRITE RECERT-WORK-RECORD
               PERFORM READ-NEXT-RECERT
           END-PERFORM
           CLOSE RecertFile
           CLOSE RecertWorkFile
           CALL "CBL_DELETE_FILE" USING WS-RCT-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-RCTW-FILE-NAME
                   WS-RCT-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated file is at "
                       "rctwork.txt; restore it by hand."
               MOVE "ERROR" TO WS-LOG-SEVERITY
               MOVE "recert.txt swap failed - see rctwork.txt"
                   TO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF.

      * Last sign-on that got in; a profile that has never signed on
      * is measured from its password being set. A profile with
      * neither date is left for the worksheet to show as "never".
       LOCK-DORMANT-PROFILES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-PROFILE
           PERFORM UNTIL WS-END-OF-FILE
               IF NOT OPR-LOCKED
                   PERFORM CHECK-DORMANT-PROFILE
               END-IF
               PERFORM READ-NEXT-PROFILE
           END-PERFORM.

       CHECK-DORMANT-PROFILE.
           MOVE ZERO TO WS-LAST-ACTIVE
           MOVE OPR-ID TO WS-FIND-ID
           PERFORM FIND-OPERATOR-SLOT
           IF WS-SLOT-FOUND
               MOVE WS-OPT-LAST-SIGNON(WS-OPT-HIT) TO WS-LAST-ACTIVE
           END-IF
           IF WS-LAST-ACTIVE = ZERO AND OPR-PWD-CHANGED IS NUMERIC
               MOVE OPR-PWD-CHANGED TO WS-LAST-ACTIVE
           END-IF
           IF WS-LAST-ACTIVE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-ACTIVE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           IF WS-SER-RESULT >= WS-TODAY-SERIAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDLE-DAYS = WS-TODAY-SERIAL - WS-SER-RESULT
           IF WS-IDLE-DAYS <= WS-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO OPR-LOCK-FLAG
           REWRITE OPERATOR-RECORD
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Lock of " OPR-ID " failed - status "
                       WS-OPR-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DORMANT-COUNT
           MOVE "OPRDORM" TO WS-NTF-TEMPLATE
           MOVE OPR-ID TO WS-NTF-RECIPIENT
           MOVE OPR-NAME TO WS-NTF-KEY-1
           MOVE SPACES TO WS-NTF-KEY-2
           STRING "No sign-on since " WS-LAST-ACTIVE
                   DELIMITED BY SIZE INTO WS-NTF-KEY-2
           CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                   WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           MOVE "WARN " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Operator " OPR-ID " locked - dormant "
                   WS-IDLE-DAYS " days, since " WS-LAST-ACTIVE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Caller has OperatorFile open I-O. The profile is left read
      * for the caller's message whether or not it was already
      * locked.
       LOCK-PROFILE.
           MOVE "N" TO WS-LOCK-SWITCH
           MOVE SPACES TO OPR-NAME
           MOVE WS-LOCK-ID TO OPR-ID
           READ OperatorFile KEY IS OPR-ID
               INVALID KEY
                   DISPLAY "Operator " WS-LOCK-ID " is not on file."
                   EXIT PARAGRAPH
           END-READ
           IF OPR-LOCKED
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO OPR-LOCK-FLAG
           REWRITE OPERATOR-RECORD
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Lock of " WS-LOCK-ID " failed - status "
                       WS-OPR-STATUS
           ELSE
               SET WS-PROFILE-LOCKED-NOW TO TRUE
           END-IF.

      * Profiles into the table, then their last good sign-on and
      * where each stands in the newest cycle.
       LOAD-OPERATORS.
           MOVE ZERO TO WS-OPT-USED
           MOVE ZERO TO WS-CYCLE-DATE
           MOVE ZERO TO WS-CYCLE-DUE
           MOVE ZERO TO WS-CYCLE-PENDING
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-PROFILE
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-OPT-USED < 500
                   ADD 1 TO WS-OPT-USED
                   MOVE OPR-ID     TO WS-OPT-ID(WS-OPT-USED)
                   MOVE OPR-NAME   TO WS-OPT-NAME(WS-OPT-USED)
                   MOVE OPR-ROLE   TO WS-OPT-ROLE(WS-OPT-USED)
                   MOVE OPR-BRANCH TO WS-OPT-BRANCH(WS-OPT-USED)
                   MOVE ZERO TO WS-OPT-PWD-CHANGED(WS-OPT-USED)
                   IF OPR-PWD-CHANGED IS NUMERIC
                       MOVE OPR-PWD-CHANGED
                           TO WS-OPT-PWD-CHANGED(WS-OPT-USED)
                   END-IF
                   MOVE "N" TO WS-OPT-LOCK(WS-OPT-USED)
                   IF OPR-LOCKED
                       MOVE "Y" TO WS-OPT-LOCK(WS-OPT-USED)
                   END-IF
                   MOVE ZERO TO WS-OPT-LAST-SIGNON(WS-OPT-USED)
                   MOVE SPACE TO WS-OPT-RCT-STATE(WS-OPT-USED)
               END-IF
               PERFORM READ-NEXT-PROFILE
           END-PERFORM
           CLOSE OperatorFile
           PERFORM LOAD-LAST-SIGNON
           PERFORM LOAD-CURRENT-CYCLE.

       LOAD-LAST-SIGNON.
           OPEN INPUT SignonHistFile
           IF WS-SGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ SignonHistFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SGN-OUTCOME = "OK" AND SGN-DATE IS NUMERIC
                           MOVE SGN-OPERATOR TO WS-FIND-ID
                           PERFORM FIND-OPERATOR-SLOT
                           IF WS-SLOT-FOUND AND SGN-DATE
                                   > WS-OPT-LAST-SIGNON(WS-OPT-HIT)
                               MOVE SGN-DATE
                                   TO WS-OPT-LAST-SIGNON(WS-OPT-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SignonHistFile.

      * Cycles are appended whole, so a newer cycle date starts the
      * picture over.
       LOAD-CURRENT-CYCLE.
           OPEN INPUT RecertFile
           IF WS-RCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RECERT
           PERFORM UNTIL WS-END-OF-FILE
               IF RCT-CYCLE-DATE > WS-CYCLE-DATE
                   MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
                   MOVE RCT-DUE-DATE TO WS-CYCLE-DUE
                   MOVE ZERO TO WS-CYCLE-PENDING
                   PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                           UNTIL WS-OPT-IDX > WS-OPT-USED
                       MOVE SPACE TO WS-OPT-RCT-STATE(WS-OPT-IDX)
                   END-PERFORM
               END-IF
               IF RCT-CYCLE-DATE = WS-CYCLE-DATE
                   IF RCT-STATE-PENDING
                       ADD 1 TO WS-CYCLE-PENDING
                   END-IF
                   MOVE RCT-OPR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-SLOT
                   IF WS-SLOT-FOUND
                       MOVE RCT-STATE TO WS-OPT-RCT-STATE(WS-OPT-HIT)
                   END-IF
               END-IF
               PERFORM READ-NEXT-RECERT
           END-PERFORM
           CLOSE RecertFile.

       FIND-OPERATOR-SLOT.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           MOVE ZERO TO WS-OPT-HIT
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-USED OR WS-SLOT-FOUND
               IF WS-OPT-ID(WS-OPT-IDX) = WS-FIND-ID
                   SET WS-SLOT-FOUND TO TRUE
                   MOVE WS-OPT-IDX TO WS-OPT-HIT
               END-IF
           END-PERFORM.

       LOAD-BRANCHES.
           MOVE ZERO TO WS-BRT-USED
           OPEN INPUT BranchFile
           IF WS-BRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ BranchFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-BRT-USED < 100
                           ADD 1 TO WS-BRT-USED
                           MOVE BRN-CODE TO WS-BRT-CODE(WS-BRT-USED)
                           MOVE BRN-NAME TO WS-BRT-NAME(WS-BRT-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BranchFile.

      * The distinct branch codes on the profiles, sorted by code.
       BUILD-BRANCH-GROUPS.
           MOVE ZERO TO WS-GRP-USED
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-USED
               MOVE "N" TO WS-SLOT-FOUND-SWITCH
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-USED OR WS-SLOT-FOUND
                   IF WS-GRP-CODE(WS-GRP-IDX)
                           = WS-OPT-BRANCH(WS-OPT-IDX)
                       SET WS-SLOT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SLOT-FOUND AND WS-GRP-USED < 100
                   ADD 1 TO WS-GRP-USED
                   MOVE WS-OPT-BRANCH(WS-OPT-IDX)
                       TO WS-GRP-CODE(WS-GRP-USED)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX >= WS-GRP-USED
               PERFORM VARYING WS-GRP-NEXT FROM WS-GRP-IDX BY 1
                       UNTIL WS-GRP-NEXT > WS-GRP-USED
                   IF WS-GRP-CODE(WS-GRP-NEXT) < WS-GRP-CODE(WS-GRP-IDX)
                       MOVE WS-GRP-CODE(WS-GRP-IDX) TO WS-GRP-SWAP
                       MOVE WS-GRP-CODE(WS-GRP-NEXT)
                           TO WS-GRP-CODE(WS-GRP-IDX)
                       MOVE WS-GRP-SWAP TO WS-GRP-CODE(WS-GRP-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       READ-NEXT-PROFILE.
           READ OperatorFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-RECERT.
           READ RecertFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

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

      * Recertification is supervisor business - the same sign-on
      * check S148 makes. The supervisor's branch decides whose
      * rows they attest.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - recertification needs a "
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
                               MOVE OPR-BRANCH TO WS-SIGNON-BRANCH
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - recertification refused."
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

       END PROGRAM S149.
