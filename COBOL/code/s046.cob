      *          older one for lookups on or after it, the same
      *          effective-dating idea as the fee schedule.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-27  rxz  Rates now arrive nightly through S122's
      *                    bank feed, so a rate keyed here is the
      *                    exception - usually a refused feed rate
      *                    being fixed. Adding one now needs a
      *                    supervisor sign-on and a reason; the
      *                    feed's refusal for that currency and
      *                    date (exrreject.txt) is shown first, and
      *                    the entry is logged to exrfix.txt with
      *                    the reason and a WARN on message.txt.
      *   2024-10-01  rxz  A keyed rate no longer reaches exchrate.txt
      *                    from here: after the supervisor sign-on and
      *                    reason it is queued through RCQADD on the
      *                    reference-change queue (refchgq.txt) with the
      *                    newest rate on file for the currency, and
      *                    S148 appends it once a second supervisor
      *                    approves. exrfix.txt and the WARN still
      *                    record the keying.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S046.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXR-STATUS.

           SELECT RateRejectFile ASSIGN TO "./../exrreject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXJ-STATUS.

           SELECT RateFixLogFile ASSIGN TO "./../exrfix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIX-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ExchRateFile.
           COPY EXCHRATE.

       FD  RateRejectFile.
           COPY EXRREJ.

      * One line per rate keyed by hand - who, when, what, and why.
       FD  RateFixLogFile.
       01  RATE-FIX-RECORD.
           05  FIX-DATE                 PIC 9(08).
           05  FIX-TIME                 PIC 9(06).
           05  FIX-OPERATOR             PIC 9(05).
           05  FIX-CURRENCY             PIC X(03).
           05  FIX-RATE-DATE            PIC 9(08).
           05  FIX-RATE                 PIC 9(05)V9(06).
           05  FIX-REFUSED-REASON       PIC X(04).
           05  FIX-REASON               PIC X(40).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-EXR-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
       01  WS-EXIT-SWITCH         PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED  VALUE "Y".
       01  WS-ROW-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-EXJ-STATUS          PIC XX.
       01  WS-FIX-STATUS          PIC XX.
       01  WS-OPR-STATUS          PIC XX.
       01  WS-EXJ-EOF-SWITCH      PIC X(01).
           88  WS-EXJ-END-OF-FILE VALUE "Y".
       01  WS-NEW-CURRENCY        PIC X(03).
       01  WS-NEW-RATE-DATE       PIC 9(08).
       01  WS-NEW-RATE            PIC 9(05)V9(06).
       01  WS-FIX-REASON          PIC X(40).
       01  WS-REFUSED-REASON      PIC X(04).
       01  WS-SIGNON-SWITCH       PIC X(01) VALUE "N".
           88  WS-SIGNED-ON       VALUE "Y".
       01  WS-SIGNON-ID           PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD     PIC X(10).
       01  WS-SIGNON-TRIES        PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH        PIC X(10).
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "S046".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).
       01  WS-RCQ-RESULT          PIC X(02).

      * A keyed rate is a proposal for S148 - RCQADD queues it.
           COPY RCQREC.

       PROCEDURE DIVISION.
       Main-Logic.
               DISPLAY "=============================================="
               DISPLAY "  S046 - EXCHANGE RATE TABLE MAINTENANCE"
               DISPLAY "=============================================="
               DISPLAY "L=List  A=Propose a dated rate  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
           END-READ.

      * Rates append - history is the table. The base currency
      * itself should carry a rate of 1. A hand-keyed rate overrides
      * the bank feed, so it takes a supervisor and a reason, and
      * goes on exrfix.txt. It reaches exchrate.txt only through the
      * reference-change queue: the newest rate on file for the
      * currency and the new row are proposed, and S148 appends the
      * row once a second supervisor approves.
       ADD-RATE.
           PERFORM SUPERVISOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Currency code (e.g. JPY): "
           ACCEPT WS-NEW-CURRENCY
           DISPLAY "Rate date (YYYYMMDD): "
           ACCEPT WS-NEW-RATE-DATE
           PERFORM SHOW-FEED-REFUSAL
           DISPLAY "Base amount per 1 unit (e.g. 0.006700): "
           ACCEPT WS-NEW-RATE
           DISPLAY "Reason for keying this rate: "
           ACCEPT WS-FIX-REASON
           IF WS-FIX-REASON = SPACES
               DISPLAY "A reason is required - rate not added."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RCQ-OLD-ROW
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ExchRateFile
           IF WS-EXR-STATUS = "00"
               PERFORM READ-NEXT-RATE
               PERFORM UNTIL WS-END-OF-FILE
                   IF EXR-CURRENCY = WS-NEW-CURRENCY
                       IF RCQ-OLD-ROW = SPACES
                               OR EXR-RATE-DATE >= RCQ-OLD-ROW(4:8)
                           MOVE EXCHANGE-RATE-RECORD TO RCQ-OLD-ROW
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-RATE
               END-PERFORM
               CLOSE ExchRateFile
           END-IF
           MOVE WS-NEW-CURRENCY  TO EXR-CURRENCY
           MOVE WS-NEW-RATE-DATE TO EXR-RATE-DATE
           MOVE WS-NEW-RATE      TO EXR-RATE
           MOVE EXCHANGE-RATE-RECORD TO RCQ-NEW-ROW
           MOVE "EXCHRATE"       TO RCQ-FILE
           MOVE WS-NEW-CURRENCY  TO RCQ-KEY
           MOVE WS-SIGNON-ID     TO RCQ-MADE-BY
           MOVE WS-FIX-REASON    TO RCQ-MAKER-NOTE
           CALL "RCQADD" USING REFERENCE-CHANGE-RECORD WS-RCQ-RESULT
           IF WS-RCQ-RESULT NOT = "00"
               DISPLAY "refchgq.txt could not be written - status "
                       WS-RCQ-RESULT " - rate NOT proposed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rate for " WS-NEW-CURRENCY " as of "
                   WS-NEW-RATE-DATE " proposed as change " RCQ-NO
           DISPLAY "  - another supervisor approves it in S148."
           PERFORM LOG-RATE-FIX.

      * What the nightly feed said about this currency and date, if
      * it refused it - the fixer sees the bank's figure first.
       SHOW-FEED-REFUSAL.
           MOVE SPACES TO WS-REFUSED-REASON
           OPEN INPUT RateRejectFile
           IF WS-EXJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EXJ-EOF-SWITCH
           PERFORM READ-NEXT-REJECT
           PERFORM UNTIL WS-EXJ-END-OF-FILE
               IF EXJ-CURRENCY = WS-NEW-CURRENCY
                       AND EXJ-RATE-DATE = WS-NEW-RATE-DATE
                   MOVE EXJ-REASON TO WS-REFUSED-REASON
                   DISPLAY "Feed refused this rate (" EXJ-REASON
                           "): bank " EXJ-FEED-RATE "  prior "
                           EXJ-PRIOR-RATE " of " EXJ-PRIOR-DATE
               END-IF
               PERFORM READ-NEXT-REJECT
           END-PERFORM
           CLOSE RateRejectFile.

       READ-NEXT-REJECT.
           READ RateRejectFile
               AT END
                   SET WS-EXJ-END-OF-FILE TO TRUE
           END-READ.

       LOG-RATE-FIX.
           OPEN EXTEND RateFixLogFile
           IF WS-FIX-STATUS = "35"
               OPEN OUTPUT RateFixLogFile
           END-IF
           IF WS-FIX-STATUS = "00"
               ACCEPT FIX-DATE FROM DATE YYYYMMDD
               ACCEPT FIX-TIME FROM TIME
               MOVE WS-SIGNON-ID      TO FIX-OPERATOR
               MOVE WS-NEW-CURRENCY   TO FIX-CURRENCY
               MOVE WS-NEW-RATE-DATE  TO FIX-RATE-DATE
               MOVE WS-NEW-RATE       TO FIX-RATE
               MOVE WS-REFUSED-REASON TO FIX-REFUSED-REASON
               MOVE WS-FIX-REASON     TO FIX-REASON
               WRITE RATE-FIX-RECORD
               CLOSE RateFixLogFile
           ELSE
               DISPLAY "exrfix.txt could not be opened - status "
                       WS-FIX-STATUS
           END-IF
           MOVE "WARN " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Rate " WS-NEW-CURRENCY " " WS-NEW-RATE-DATE
                   " keyed by " WS-SIGNON-ID ": " WS-FIX-REASON
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * A keyed rate moves every restated fee - only a supervisor
      * profile may add one, the S041 stance.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - adding a rate needs a "
                       "supervisor profile."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SIGNON-TRIES
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
               DISPLAY "Sign-on failed - rate not added."
           END-IF.

       END PROGRAM S046.
