      *          suspiciously quiet working day to the batch window
      *          and the reconciliations.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-10-01  rxz  A holiday no longer reaches holiday.txt from
      *                    here: it needs an operator sign-on and is
      *                    queued through RCQADD on the reference-change
      *                    queue (refchgq.txt), with the calendar's row
      *                    for the same date if there is one, and S148
      *                    appends it once a supervisor other than the
      *                    maker approves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S061.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOL-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HolidayFile.
           05  HOL-DATE                 PIC 9(08).
           05  HOL-DESCRIPTION          PIC X(30).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-HOL-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
       01  WS-BUSDAY-KIND         PIC X(08).
       01  WS-BUSDAY-DATE         PIC 9(08).
       01  WS-BUSDAY-RESULT       PIC X(01).
       01  WS-NEW-DESCRIPTION     PIC X(30).
       01  WS-OPR-STATUS          PIC XX.
       01  WS-SIGNON-SWITCH       PIC X(01) VALUE "N".
           88  WS-SIGNED-ON       VALUE "Y".
       01  WS-SIGNON-ID           PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD     PIC X(10).
       01  WS-SIGNON-TRIES        PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH        PIC X(10).
       01  WS-RCQ-RESULT          PIC X(02).

      * A new holiday is a proposal for S148 - RCQADD queues it.
           COPY RCQREC.

       PROCEDURE DIVISION.
       Main-Logic.
               DISPLAY "=============================================="
               DISPLAY "  S061 - HOLIDAY CALENDAR"
               DISPLAY "=============================================="
               DISPLAY "A=Propose a holiday  L=List  T=Test a date  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
           END-PERFORM
           STOP RUN.

      * Nothing reaches holiday.txt here - the new row goes onto
      * the reference-change queue, and S148 appends it once a
      * supervisor other than the maker approves. A row already on
      * the calendar for the same date is shown and carried as the
      * old row.
       ADD-HOLIDAY.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Holiday date (YYYYMMDD): "
           ACCEPT WS-BUSDAY-DATE
           DISPLAY "Description: "
           ACCEPT WS-NEW-DESCRIPTION

           MOVE SPACES TO RCQ-OLD-ROW
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HolidayFile
           IF WS-HOL-STATUS = "00"
               PERFORM READ-NEXT-HOLIDAY
               PERFORM UNTIL WS-END-OF-FILE
                   IF HOL-DATE = WS-BUSDAY-DATE
                       MOVE HOLIDAY-RECORD TO RCQ-OLD-ROW
                       DISPLAY "Already on the calendar: " HOL-DATE
                               " " HOL-DESCRIPTION
                   END-IF
                   PERFORM READ-NEXT-HOLIDAY
               END-PERFORM
               CLOSE HolidayFile
           END-IF

           MOVE WS-BUSDAY-DATE   TO HOL-DATE
           MOVE WS-NEW-DESCRIPTION TO HOL-DESCRIPTION
           MOVE HOLIDAY-RECORD   TO RCQ-NEW-ROW
           MOVE "HOLIDAY"        TO RCQ-FILE
           MOVE HOL-DATE         TO RCQ-KEY
           MOVE WS-SIGNON-ID     TO RCQ-MADE-BY
           MOVE SPACES           TO RCQ-MAKER-NOTE
           CALL "RCQADD" USING REFERENCE-CHANGE-RECORD WS-RCQ-RESULT
           IF WS-RCQ-RESULT NOT = "00"
               DISPLAY "refchgq.txt could not be written - status "
                       WS-RCQ-RESULT " - holiday NOT proposed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Holiday " HOL-DATE " proposed as change " RCQ-NO
           DISPLAY "  - another supervisor approves it in S148.".

       LIST-HOLIDAYS.
           MOVE ZERO TO WS-ROW-COUNT
                   WS-BUSDAY-RESULT
           DISPLAY "Previous business day: " WS-BUSDAY-DATE.

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

       END PROGRAM S061.
