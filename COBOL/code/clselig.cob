      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-11
      * Purpose: Callable class-eligibility check in the GLACCT mold.
      *          The caller passes a membership class, the member's
      *          date of birth (MEM-BIRTH-DATE, zero when not known)
      *          and the date the member must qualify on; the class
      *          eligibility rules (clselig.txt, ELGREC layout,
      *          maintained in S127) are searched for the class's
      *          row and the answer comes back with the member's age
      *          in whole years on that date and the class an
      *          over-age member is re-rated to:
      *
      *            E - eligible, or the class has no age rule
      *            Y - younger than the class's minimum age
      *            O - older than the class's maximum age
      *            B - the class has an age rule but no birth date
      *                is on file to check it against
      *
      *          A missing table answers E for every class, so a
      *          site that has not set up rules adds and renews
      *          exactly as before. Among rows for the same class
      *          the later row on file wins.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSELIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EligibilityRuleFile ASSIGN TO "./../clselig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EligibilityRuleFile.
           COPY ELGREC.

       WORKING-STORAGE SECTION.
       01  WS-ELG-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01).
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-MATCH-SWITCH        PIC X(01).
           88  WS-RULE-MATCHED    VALUE "Y".
       01  WS-MIN-AGE             PIC 9(03).
       01  WS-MAX-AGE             PIC 9(03).
       01  WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR      PIC 9(04).
           05  WS-BIRTH-MMDD      PIC 9(04).
       01  WS-ASOF-DATE.
           05  WS-ASOF-YEAR       PIC 9(04).
           05  WS-ASOF-MMDD       PIC 9(04).

       LINKAGE SECTION.
       01  LS-ELG-CLASS          PIC X(01).
       01  LS-ELG-BIRTH-DATE     PIC 9(08).
       01  LS-ELG-ASOF-DATE      PIC 9(08).
       01  LS-ELG-RESULT         PIC X(01).
       01  LS-ELG-AGE            PIC 9(03).
       01  LS-ELG-AGE-OUT-CLASS  PIC X(01).

       PROCEDURE DIVISION USING LS-ELG-CLASS LS-ELG-BIRTH-DATE
               LS-ELG-ASOF-DATE LS-ELG-RESULT LS-ELG-AGE
               LS-ELG-AGE-OUT-CLASS.
       MAIN-LOGIC.
           MOVE "E" TO LS-ELG-RESULT
           MOVE ZERO TO LS-ELG-AGE
           MOVE SPACE TO LS-ELG-AGE-OUT-CLASS
           PERFORM COMPUTE-AGE

           MOVE "N" TO WS-MATCH-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EligibilityRuleFile
           IF WS-ELG-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM READ-NEXT-RULE
           PERFORM UNTIL WS-END-OF-FILE
               IF ELG-CLASS = LS-ELG-CLASS
                   SET WS-RULE-MATCHED TO TRUE
                   MOVE ELG-MIN-AGE       TO WS-MIN-AGE
                   MOVE ELG-MAX-AGE       TO WS-MAX-AGE
                   MOVE ELG-AGE-OUT-CLASS TO LS-ELG-AGE-OUT-CLASS
               END-IF
               PERFORM READ-NEXT-RULE
           END-PERFORM
           CLOSE EligibilityRuleFile

           IF NOT WS-RULE-MATCHED
               GOBACK
           END-IF
           IF WS-MIN-AGE = ZERO AND WS-MAX-AGE = ZERO
               GOBACK
           END-IF
           IF LS-ELG-BIRTH-DATE NOT NUMERIC
                   OR LS-ELG-BIRTH-DATE = ZERO
               MOVE "B" TO LS-ELG-RESULT
               GOBACK
           END-IF
           IF WS-MIN-AGE > ZERO AND LS-ELG-AGE < WS-MIN-AGE
               MOVE "Y" TO LS-ELG-RESULT
           END-IF
           IF WS-MAX-AGE > ZERO AND LS-ELG-AGE > WS-MAX-AGE
               MOVE "O" TO LS-ELG-RESULT
           END-IF
           GOBACK.

      * Whole years on the as-of date - one fewer when the birthday
      * has not yet come round that year. A birth date after the
      * as-of date counts as age zero.
       COMPUTE-AGE.
           IF LS-ELG-BIRTH-DATE NOT NUMERIC
                   OR LS-ELG-BIRTH-DATE = ZERO
                   OR LS-ELG-ASOF-DATE NOT NUMERIC
                   OR LS-ELG-BIRTH-DATE >= LS-ELG-ASOF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ELG-BIRTH-DATE TO WS-BIRTH-DATE
           MOVE LS-ELG-ASOF-DATE  TO WS-ASOF-DATE
           COMPUTE LS-ELG-AGE = WS-ASOF-YEAR - WS-BIRTH-YEAR
           IF WS-ASOF-MMDD < WS-BIRTH-MMDD
               SUBTRACT 1 FROM LS-ELG-AGE
           END-IF.

       READ-NEXT-RULE.
           READ EligibilityRuleFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       END PROGRAM CLSELIG.
