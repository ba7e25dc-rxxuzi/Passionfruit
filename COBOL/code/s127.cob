      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-11
      * Purpose: Class eligibility rules maintenance. A class used to
      *          be anyone's for the asking - nothing stopped an
      *          adult staying on the student rate for years. Each
      *          class may now carry an age band on clselig.txt
      *          (ELGREC layout): the minimum and maximum age a
      *          member may be to hold it, and the class an over-age
      *          member is re-rated to at renewal. S015 checks the
      *          band at Add and at Renew through the CLSELIG
      *          subprogram, S080 at approval, and S128 lists who is
      *          about to age out. On the very first run the student
      *          band is written out as the starting table, the S115
      *          default-table habit. Supervisor sign-on, the S115
      *          stance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S127.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EligibilityRuleFile ASSIGN TO "./../clselig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELG-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EligibilityRuleFile.
           COPY ELGREC.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       COPY CLASS.
       01  WS-ELG-STATUS                PIC XX.
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
       01  WS-CLASS-OK-SWITCH           PIC X(01).
           88  WS-CLASS-OK              VALUE "Y".
       01  WS-WORK-CLASS                PIC X(01).
       01  WS-WORK-MIN-AGE              PIC 9(03).
       01  WS-WORK-MAX-AGE              PIC 9(03).
       01  WS-WORK-AGE-OUT              PIC X(01).
       01  WS-WORK-DESCRIPTION          PIC X(30).
       01  WS-CHECK-CLASS               PIC X(01).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S127".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

      * One row per class at most - load, change in storage, write
      * back on exit, the S115 shape.
       01  WS-RULE-TABLE.
           05  WS-ELG OCCURS 20 TIMES
                   INDEXED BY WS-ELG-IDX.
               10  WS-ELG-CLASS         PIC X(01).
               10  WS-ELG-MIN-AGE       PIC 9(03).
               10  WS-ELG-MAX-AGE       PIC 9(03).
               10  WS-ELG-AGE-OUT       PIC X(01).
               10  WS-ELG-DESCRIPTION   PIC X(30).
               10  WS-ELG-DELETED       PIC X(01).
       01  WS-ELG-COUNT                 PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-RULES
           IF WS-FILE-OVERFLOWED
               DISPLAY "clselig.txt holds more rows than one "
                       "session's table - maintenance refused so "
                       "nothing past the table is lost."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S127 - CLASS ELIGIBILITY RULES"
               DISPLAY "=============================================="
               DISPLAY "L=List rules  P=Put rule  D=Delete rule  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-RULES
                   WHEN "P"
                   WHEN "p"
                       PERFORM PUT-RULE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-RULE
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           IF WS-TABLE-CHANGED
               PERFORM WRITE-RULES-BACK
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Class eligibility rules changed by operator "
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
                       WS-OPR-STATUS " - rule maintenance needs a "
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

      * No table yet - the student band is written out as the
      * starting rule; every other class stays open to all ages
      * until a supervisor says otherwise.
       LOAD-RULES.
           OPEN INPUT EligibilityRuleFile
           IF WS-ELG-STATUS = "35"
               PERFORM WRITE-DEFAULT-RULES
               OPEN INPUT EligibilityRuleFile
           END-IF
           IF WS-ELG-STATUS NOT = "00"
               DISPLAY "clselig.txt could not be opened - status "
                       WS-ELG-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RULE
           PERFORM UNTIL WS-END-OF-FILE OR WS-ELG-COUNT >= 20
               ADD 1 TO WS-ELG-COUNT
               SET WS-ELG-IDX TO WS-ELG-COUNT
               MOVE ELG-CLASS         TO WS-ELG-CLASS(WS-ELG-IDX)
               MOVE ELG-MIN-AGE       TO WS-ELG-MIN-AGE(WS-ELG-IDX)
               MOVE ELG-MAX-AGE       TO WS-ELG-MAX-AGE(WS-ELG-IDX)
               MOVE ELG-AGE-OUT-CLASS TO WS-ELG-AGE-OUT(WS-ELG-IDX)
               MOVE ELG-DESCRIPTION
                       TO WS-ELG-DESCRIPTION(WS-ELG-IDX)
               MOVE "N"               TO WS-ELG-DELETED(WS-ELG-IDX)
               PERFORM READ-NEXT-RULE
           END-PERFORM
           IF NOT WS-END-OF-FILE
               SET WS-FILE-OVERFLOWED TO TRUE
           END-IF
           CLOSE EligibilityRuleFile.

       READ-NEXT-RULE.
           READ EligibilityRuleFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       WRITE-DEFAULT-RULES.
           OPEN OUTPUT EligibilityRuleFile
           MOVE "S"   TO ELG-CLASS
           MOVE 016   TO ELG-MIN-AGE
           MOVE 025   TO ELG-MAX-AGE
           MOVE "R"   TO ELG-AGE-OUT-CLASS
           MOVE "STUDENT AGE BAND" TO ELG-DESCRIPTION
           WRITE ELIGIBILITY-RULE-RECORD
           CLOSE EligibilityRuleFile
           DISPLAY "clselig.txt not found - default student age "
                   "band written.".

       LIST-RULES.
           DISPLAY "CLASS MIN MAX AGE-OUT DESCRIPTION"
           PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
                   UNTIL WS-ELG-IDX > WS-ELG-COUNT
               IF WS-ELG-DELETED(WS-ELG-IDX) NOT = "Y"
                   DISPLAY WS-ELG-CLASS(WS-ELG-IDX) "     "
                           WS-ELG-MIN-AGE(WS-ELG-IDX) " "
                           WS-ELG-MAX-AGE(WS-ELG-IDX) " "
                           WS-ELG-AGE-OUT(WS-ELG-IDX) "       "
                           WS-ELG-DESCRIPTION(WS-ELG-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Age 000 = no limit; a class not listed is open "
                   "to all ages.".

      * One rule per class - putting a rule for a class already on
      * the table replaces its band.
       PUT-RULE.
           DISPLAY "Class: "
           ACCEPT WS-WORK-CLASS
           MOVE WS-WORK-CLASS TO WS-CHECK-CLASS
           PERFORM CHECK-CLASS-CODE
           IF NOT WS-CLASS-OK
               DISPLAY "Class " WS-WORK-CLASS " is not on the class "
                       "list - no change made."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum age (000 = none): "
           ACCEPT WS-WORK-MIN-AGE
           DISPLAY "Maximum age (000 = none): "
           ACCEPT WS-WORK-MAX-AGE
           IF WS-WORK-MIN-AGE NOT NUMERIC
                   OR WS-WORK-MAX-AGE NOT NUMERIC
               DISPLAY "Ages must be numeric - no change made."
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-MAX-AGE > ZERO
                   AND WS-WORK-MAX-AGE < WS-WORK-MIN-AGE
               DISPLAY "Maximum age is below the minimum - no "
                       "change made."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-WORK-AGE-OUT
           IF WS-WORK-MAX-AGE > ZERO
               DISPLAY "Re-rate over-age members to class "
                       "(blank = refuse the renewal): "
               ACCEPT WS-WORK-AGE-OUT
           END-IF
           IF WS-WORK-AGE-OUT NOT = SPACE
               MOVE WS-WORK-AGE-OUT TO WS-CHECK-CLASS
               PERFORM CHECK-CLASS-CODE
      *        Household is only ever set by linking in S126.
               IF NOT WS-CLASS-OK OR WS-WORK-AGE-OUT = "H"
                       OR WS-WORK-AGE-OUT = WS-WORK-CLASS
                   DISPLAY "Class " WS-WORK-AGE-OUT " cannot take "
                           "over-age members - no change made."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Description: "
           ACCEPT WS-WORK-DESCRIPTION
           PERFORM FIND-RULE
           IF NOT WS-ROW-FOUND
               IF WS-ELG-COUNT >= 20
                   DISPLAY "Rules table is full - rule NOT added."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ELG-COUNT
               SET WS-ELG-IDX TO WS-ELG-COUNT
               MOVE WS-WORK-CLASS TO WS-ELG-CLASS(WS-ELG-IDX)
           END-IF
           MOVE WS-WORK-MIN-AGE     TO WS-ELG-MIN-AGE(WS-ELG-IDX)
           MOVE WS-WORK-MAX-AGE     TO WS-ELG-MAX-AGE(WS-ELG-IDX)
           MOVE WS-WORK-AGE-OUT     TO WS-ELG-AGE-OUT(WS-ELG-IDX)
           MOVE WS-WORK-DESCRIPTION TO WS-ELG-DESCRIPTION(WS-ELG-IDX)
           MOVE "N"                 TO WS-ELG-DELETED(WS-ELG-IDX)
           SET WS-TABLE-CHANGED TO TRUE
           DISPLAY "Class " WS-WORK-CLASS " now takes ages "
                   WS-WORK-MIN-AGE " to " WS-WORK-MAX-AGE ".".

       DELETE-RULE.
           DISPLAY "Class: "
           ACCEPT WS-WORK-CLASS
           PERFORM FIND-RULE
           IF NOT WS-ROW-FOUND
               DISPLAY "No rule on file for class " WS-WORK-CLASS "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete the rule for class " WS-WORK-CLASS
                   "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "Y" TO WS-ELG-DELETED(WS-ELG-IDX)
               SET WS-TABLE-CHANGED TO TRUE
               DISPLAY "Rule deleted - class " WS-WORK-CLASS
                       " is open to all ages."
           END-IF.

       FIND-RULE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
                   UNTIL WS-ELG-IDX > WS-ELG-COUNT OR WS-ROW-FOUND
               IF WS-ELG-CLASS(WS-ELG-IDX) = WS-WORK-CLASS
                       AND WS-ELG-DELETED(WS-ELG-IDX) NOT = "Y"
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND
               SET WS-ELG-IDX DOWN BY 1
           END-IF.

      * Is WS-CHECK-CLASS on the CLASS.cpy list?
       CHECK-CLASS-CODE.
           MOVE "N" TO WS-CLASS-OK-SWITCH
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-TABLE-SIZE
               IF CLASS-CODE(CLASS-IDX) = WS-CHECK-CLASS
                   SET WS-CLASS-OK TO TRUE
               END-IF
           END-PERFORM.

       WRITE-RULES-BACK.
           OPEN OUTPUT EligibilityRuleFile
           IF WS-ELG-STATUS NOT = "00"
               DISPLAY "clselig.txt could not be rewritten - status "
                       WS-ELG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
                   UNTIL WS-ELG-IDX > WS-ELG-COUNT
               IF WS-ELG-DELETED(WS-ELG-IDX) NOT = "Y"
                   MOVE WS-ELG-CLASS(WS-ELG-IDX)    TO ELG-CLASS
                   MOVE WS-ELG-MIN-AGE(WS-ELG-IDX)  TO ELG-MIN-AGE
                   MOVE WS-ELG-MAX-AGE(WS-ELG-IDX)  TO ELG-MAX-AGE
                   MOVE WS-ELG-AGE-OUT(WS-ELG-IDX)
                           TO ELG-AGE-OUT-CLASS
                   MOVE WS-ELG-DESCRIPTION(WS-ELG-IDX)
                           TO ELG-DESCRIPTION
                   WRITE ELIGIBILITY-RULE-RECORD
               END-IF
           END-PERFORM
           CLOSE EligibilityRuleFile.

       END PROGRAM S127.
