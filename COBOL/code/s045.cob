      *                    feesched.txt past 300 rows on write-back -
      *                    archive old closed rate rows first, then
      *                    rerun.
      *   2024-10-01  rxz  A rate change no longer reaches feesched.txt
      *                    from here: it needs an operator sign-on and
      *                    is queued through RCQADD on the
      *                    reference-change queue (refchgq.txt) with the
      *                    open row it would close and the new row, and
      *                    S148 applies it once a supervisor other than
      *                    the maker approves. The session no longer
      *                    writes the schedule back on exit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S045.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSC-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FeeScheduleFile.
           COPY FEESCHED.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-FSC-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
       01  WS-ROW-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-FILE-OVERFLOWED VALUE "Y".
       01  WS-OPR-STATUS          PIC XX.
       01  WS-SIGNON-SWITCH       PIC X(01) VALUE "N".
           88  WS-SIGNED-ON       VALUE "Y".
       01  WS-SIGNON-ID           PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD     PIC X(10).
       01  WS-SIGNON-TRIES        PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH        PIC X(10).
       01  WS-RCQ-RESULT          PIC X(02).

      * A rate change is a proposal for S148 - RCQADD queues it.
           COPY RCQREC.

      * The whole schedule is small - load it, adjust in the table,
      * write it back, the same shape S032 uses for suspense.txt.
               DISPLAY "=============================================="
               DISPLAY "  S045 - FEE SCHEDULE MAINTENANCE"
               DISPLAY "=============================================="
               DISPLAY "L=List  R=Propose a rate change  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-SCHEDULE.
           END-PERFORM
           DISPLAY "Schedule rows: " WS-ROW-COUNT.

      * Propose closing the country's open rate as of the new
      * effective date and appending the new open row. Nothing
      * reaches feesched.txt here: the open row as it stands and the
      * new row go onto the reference-change queue, and S148 applies
      * them once a supervisor other than the maker approves. The
      * closed row keeps its rate and dates, so history is never
      * rewritten.
       RATE-CHANGE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Country: "
           ACCEPT WS-COUNTRY
           MOVE "N" TO WS-COUNTRY-VALID
           DISPLAY "New rate (e.g. 19.99): "
           ACCEPT WS-NEW-RATE

           MOVE SPACES TO RCQ-OLD-ROW
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-ROW-COUNT
               IF WS-SCH-COUNTRY(WS-SCH-IDX) = WS-COUNTRY
                       AND WS-SCH-CLASS(WS-SCH-IDX) = WS-NEW-CLASS
                       AND WS-SCH-END(WS-SCH-IDX) = ZERO
                   MOVE WS-SCH-COUNTRY(WS-SCH-IDX)   TO FSC-COUNTRY
                   MOVE WS-SCH-EFFECTIVE(WS-SCH-IDX)
                           TO FSC-EFFECTIVE-DATE
                   MOVE WS-SCH-END(WS-SCH-IDX)       TO FSC-END-DATE
                   MOVE WS-SCH-RATE(WS-SCH-IDX)      TO FSC-RATE
                   MOVE WS-SCH-CLASS(WS-SCH-IDX)     TO FSC-CLASS
                   MOVE FEE-SCHEDULE-RECORD TO RCQ-OLD-ROW
                   DISPLAY "Open rate "
                           WS-SCH-RATE(WS-SCH-IDX)
                           " would close as of " WS-NEW-EFFECTIVE "."
               END-IF
           END-PERFORM

           MOVE WS-COUNTRY       TO FSC-COUNTRY
           MOVE WS-NEW-EFFECTIVE TO FSC-EFFECTIVE-DATE
           MOVE ZERO             TO FSC-END-DATE
           MOVE WS-NEW-RATE      TO FSC-RATE
           MOVE WS-NEW-CLASS     TO FSC-CLASS
           MOVE FEE-SCHEDULE-RECORD TO RCQ-NEW-ROW
           MOVE "FEESCHED"       TO RCQ-FILE
           MOVE WS-COUNTRY       TO RCQ-KEY
           MOVE WS-SIGNON-ID     TO RCQ-MADE-BY
           MOVE SPACES           TO RCQ-MAKER-NOTE
           CALL "RCQADD" USING REFERENCE-CHANGE-RECORD WS-RCQ-RESULT
           IF WS-RCQ-RESULT NOT = "00"
               DISPLAY "refchgq.txt could not be written - status "
                       WS-RCQ-RESULT " - rate change NOT proposed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New rate " WS-NEW-RATE " from " WS-NEW-EFFECTIVE
                   " proposed as change " RCQ-NO
           DISPLAY "  - another supervisor approves it in S148.".

      * Any operator profile may propose a change - a supervisor
      * other than the maker decides it - but the proposal must
      * carry who made it.
       OPERATOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - proposing a change needs an "
                       "operator profile."
               EXIT PARAGRAPH
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
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - no change proposed."
           END-IF.

       END PROGRAM S045.
