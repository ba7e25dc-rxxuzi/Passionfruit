      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-27
      * Purpose: Nightly import of the bank's published exchange-rate
      *          file (EXRATE_FEED_FILE, default ratefeed.txt, one
      *          EXCHRATE-layout row per currency) onto exchrate.txt,
      *          so S015's multi-currency fees and S100's month-end
      *          revaluation stop depending on whoever last keyed a
      *          rate in S046. Every currency the shop charges in (the
      *          COUNTRY copybook's currency list) gets a dated EXR
      *          row - the base currency (BASE-CURRENCY) always at 1
      *          - unless the bank's figure fails a check: a currency
      *          missing from the file, a zero rate, or a move from
      *          the previous rate on file of more than
      *          FX-MAX-MOVE-PCT percent. A refused currency gets no
      *          row; it is written to exrreject.txt (EXRREJ) with
      *          the figures, alarmed on operalert.txt and logged as
      *          an ERROR, and the step ends 8 so S027 shows it.
      *          The good currencies still go on - one bad quote
      *          does not hold every other rate back. A rate already
      *          on file for the same currency and date is left
      *          alone, so a rerun after the bank resends only fills
      *          the gaps. Whoever fixes a refused rate keys it in
      *          S046, which demands a reason. The List action shows
      *          the refusals for a rate date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RateFeedFile ASSIGN TO DYNAMIC WS-FEED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT ExchRateFile ASSIGN TO "./../exchrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXR-STATUS.

           SELECT RateRejectFile ASSIGN TO "./../exrreject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXJ-STATUS.

           SELECT OperAlertFile ASSIGN TO "./../operalert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RateFeedFile.
           COPY EXCHRATE REPLACING
               ==EXCHANGE-RATE-RECORD== BY ==RATE-FEED-RECORD==
               LEADING ==EXR== BY ==RTF==.

       FD  ExchRateFile.
           COPY EXCHRATE.

       FD  RateRejectFile.
           COPY EXRREJ.

       FD  OperAlertFile.
       01  ALERT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY COUNTRY.

       01  WS-FEED-PATH                 PIC X(60).
       01  WS-FEED-STATUS               PIC XX.
       01  WS-EXR-STATUS                PIC XX.
       01  WS-EXJ-STATUS                PIC XX.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-ACTION                    PIC X(01).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(06).
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-BASE-CURRENCY             PIC X(03) VALUE "JPY".
       01  WS-MAX-MOVE-PCT              PIC 9(03) VALUE 5.
       01  WS-FEED-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-MOVE-AMOUNT               PIC 9(05)V9(06).
       01  WS-ALERT-TEXT                PIC X(80).
       01  WS-LIST-DATE                 PIC 9(08).

      * One row per currency the shop charges in, built from the
      * COUNTRY copybook's minor-unit list (one entry per distinct
      * currency) - the bank's figure, the previous rate on file,
      * and what became of it.
       01  WS-CCY-TABLE.
           05  WS-CCY OCCURS 20 TIMES INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CODE          PIC X(03).
               10  WS-CCY-SEEN          PIC X(01).
               10  WS-CCY-FEED-DATE     PIC 9(08).
               10  WS-CCY-FEED-RATE     PIC 9(05)V9(06).
               10  WS-CCY-PRIOR-DATE    PIC 9(08).
               10  WS-CCY-PRIOR-RATE    PIC 9(05)V9(06).
               10  WS-CCY-ON-FILE       PIC X(01).
               10  WS-CCY-MOVE-PCT      PIC 9(05)V99.
               10  WS-CCY-RESULT        PIC X(04).
       01  WS-CCY-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-CCY-FOUND             VALUE "Y".

       01  WS-FEED-ROWS                 PIC 9(05) VALUE ZERO.
       01  WS-UNUSED-ROWS               PIC 9(05) VALUE ZERO.
       01  WS-DUPLICATE-ROWS            PIC 9(05) VALUE ZERO.
       01  WS-ADDED-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ALREADY-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-REFUSED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-LIST-COUNT                PIC 9(05) VALUE ZERO.

       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S122".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           DISPLAY "==================================================="
           DISPLAY "  S122 - EXCHANGE RATE FEED"
           DISPLAY "==================================================="
           DISPLAY "Action (I=Import rate feed, L=List refused "
                   "rates): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "I"
               WHEN "i"
                   PERFORM IMPORT-RATE-FEED
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-REFUSED-RATES
               WHEN OTHER
                   DISPLAY "No such action."
           END-EVALUATE
           STOP RUN.

      * -- Import: unattended, for the S027 window - the base and the
      * -- tolerance are site settings, nothing is asked.
       IMPORT-RATE-FEED.
           MOVE "BASE-CURRENCY" TO WS-CFG-NAME
           MOVE "JPY" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) NOT = SPACES
               MOVE WS-CFG-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF
           MOVE "FX-MAX-MOVE-PCT" TO WS-CFG-NAME
           MOVE "005" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-MAX-MOVE-PCT
           END-IF

           PERFORM BUILD-CURRENCY-TABLE
           PERFORM INITIALIZE-FEED-PATH
           PERFORM LOAD-RATE-FEED

      *    A currency the bank left out is measured at the feed's
      *    date - today's when the file never came at all.
           IF WS-FEED-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-FEED-DATE
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-FEED-DATE(WS-CCY-IDX) = ZERO
                   MOVE WS-FEED-DATE TO WS-CCY-FEED-DATE(WS-CCY-IDX)
               END-IF
           END-PERFORM

           PERFORM FIND-PRIOR-RATES
           PERFORM CHECK-EACH-CURRENCY
           PERFORM WRITE-ACCEPTED-RATES
           PERFORM WRITE-REFUSED-RATES

           DISPLAY "==================================================="
           DISPLAY "  RATE FEED IMPORT - " WS-FEED-DATE
           DISPLAY "==================================================="
           DISPLAY "Feed rows read            : " WS-FEED-ROWS
           DISPLAY "Currencies not in use     : " WS-UNUSED-ROWS
           DISPLAY "Duplicate rows ignored    : " WS-DUPLICATE-ROWS
           DISPLAY "Rates added               : " WS-ADDED-COUNT
           DISPLAY "Already on file           : " WS-ALREADY-COUNT
           DISPLAY "Rates refused             : " WS-REFUSED-COUNT
           DISPLAY "Move tolerance (pct)      : " WS-MAX-MOVE-PCT
           DISPLAY "==================================================="

           IF WS-REFUSED-COUNT > ZERO
               MOVE "ERROR" TO WS-LOG-SEVERITY
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Rate feed " WS-FEED-DATE ": " WS-ADDED-COUNT
                   " added, " WS-REFUSED-COUNT " refused, "
                   WS-ALREADY-COUNT " already on file"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * The distinct currencies are already listed once each in
      * CURRENCY-DECIMALS-TABLE; the base currency joins them if a
      * site's base is not among them.
       BUILD-CURRENCY-TABLE.
           MOVE ZERO TO WS-CCY-COUNT
           PERFORM VARYING CURRENCY-DEC-IDX FROM 1 BY 1
                   UNTIL CURRENCY-DEC-IDX
                       > CURRENCY-DECIMALS-TABLE-SIZE
               ADD 1 TO WS-CCY-COUNT
               SET WS-CCY-IDX TO WS-CCY-COUNT
               MOVE CURRENCY-DEC-CODE(CURRENCY-DEC-IDX)
                       TO WS-CCY-CODE(WS-CCY-IDX)
               PERFORM CLEAR-CURRENCY-ROW
           END-PERFORM
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CCY-IDX) = WS-BASE-CURRENCY
                   SET WS-CCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CCY-FOUND AND WS-CCY-COUNT < 20
               ADD 1 TO WS-CCY-COUNT
               SET WS-CCY-IDX TO WS-CCY-COUNT
               MOVE WS-BASE-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
               PERFORM CLEAR-CURRENCY-ROW
           END-IF.

       CLEAR-CURRENCY-ROW.
           MOVE "N"    TO WS-CCY-SEEN(WS-CCY-IDX)
           MOVE ZERO   TO WS-CCY-FEED-DATE(WS-CCY-IDX)
           MOVE ZERO   TO WS-CCY-FEED-RATE(WS-CCY-IDX)
           MOVE ZERO   TO WS-CCY-PRIOR-DATE(WS-CCY-IDX)
           MOVE ZERO   TO WS-CCY-PRIOR-RATE(WS-CCY-IDX)
           MOVE "N"    TO WS-CCY-ON-FILE(WS-CCY-IDX)
           MOVE ZERO   TO WS-CCY-MOVE-PCT(WS-CCY-IDX)
           MOVE SPACES TO WS-CCY-RESULT(WS-CCY-IDX).

      * The bank's rows onto the table. A currency the shop does not
      * charge in is skipped; a second row for a currency already
      * taken is ignored - the first quote stands.
       LOAD-RATE-FEED.
           OPEN INPUT RateFeedFile
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Rate feed " WS-FEED-PATH " could not be "
                       "opened - status " WS-FEED-STATUS
                       " - every currency is missing."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-FEED-ROW
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-FEED-ROWS
               IF WS-FEED-DATE = ZERO
                   MOVE RTF-RATE-DATE TO WS-FEED-DATE
               END-IF
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                          OR WS-CCY-FOUND
                   IF WS-CCY-CODE(WS-CCY-IDX) = RTF-CURRENCY
                       SET WS-CCY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-CCY-FOUND
                   SET WS-CCY-IDX DOWN BY 1
                   IF WS-CCY-SEEN(WS-CCY-IDX) = "Y"
                       ADD 1 TO WS-DUPLICATE-ROWS
                   ELSE
                       MOVE "Y" TO WS-CCY-SEEN(WS-CCY-IDX)
                       MOVE RTF-RATE-DATE
                               TO WS-CCY-FEED-DATE(WS-CCY-IDX)
                       MOVE RTF-RATE
                               TO WS-CCY-FEED-RATE(WS-CCY-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-UNUSED-ROWS
               END-IF
               PERFORM READ-NEXT-FEED-ROW
           END-PERFORM
           CLOSE RateFeedFile.

      * One pass of exchrate.txt: the newest rate before each
      * currency's feed date is the one a move is measured from, and
      * a row already on the feed date means the import ran before.
       FIND-PRIOR-RATES.
           OPEN INPUT ExchRateFile
           IF WS-EXR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-EXCHRATE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   IF WS-CCY-CODE(WS-CCY-IDX) = EXR-CURRENCY
                       IF EXR-RATE-DATE = WS-CCY-FEED-DATE(WS-CCY-IDX)
                           MOVE "Y" TO WS-CCY-ON-FILE(WS-CCY-IDX)
                       END-IF
                       IF EXR-RATE-DATE < WS-CCY-FEED-DATE(WS-CCY-IDX)
                               AND EXR-RATE-DATE
                                   >= WS-CCY-PRIOR-DATE(WS-CCY-IDX)
                           MOVE EXR-RATE-DATE
                                   TO WS-CCY-PRIOR-DATE(WS-CCY-IDX)
                           MOVE EXR-RATE
                                   TO WS-CCY-PRIOR-RATE(WS-CCY-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM READ-NEXT-EXCHRATE
           END-PERFORM
           CLOSE ExchRateFile.

      * WS-CCY-RESULT: ADD goes on the file, DONE was there already,
      * MISS / ZERO / MOVE are refused. The base is always 1 and is
      * never measured. A currency with no earlier rate has nothing
      * to move from and is taken as quoted.
       CHECK-EACH-CURRENCY.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               EVALUATE TRUE
                   WHEN WS-CCY-ON-FILE(WS-CCY-IDX) = "Y"
                       MOVE "DONE" TO WS-CCY-RESULT(WS-CCY-IDX)
                   WHEN WS-CCY-CODE(WS-CCY-IDX) = WS-BASE-CURRENCY
                       MOVE 1 TO WS-CCY-FEED-RATE(WS-CCY-IDX)
                       MOVE "ADD " TO WS-CCY-RESULT(WS-CCY-IDX)
                   WHEN WS-CCY-SEEN(WS-CCY-IDX) NOT = "Y"
                       MOVE "MISS" TO WS-CCY-RESULT(WS-CCY-IDX)
                   WHEN WS-CCY-FEED-RATE(WS-CCY-IDX) = ZERO
                       MOVE "ZERO" TO WS-CCY-RESULT(WS-CCY-IDX)
                   WHEN WS-CCY-PRIOR-RATE(WS-CCY-IDX) = ZERO
                       MOVE "ADD " TO WS-CCY-RESULT(WS-CCY-IDX)
                   WHEN OTHER
                       PERFORM MEASURE-RATE-MOVE
               END-EVALUATE
           END-PERFORM.

       MEASURE-RATE-MOVE.
           IF WS-CCY-FEED-RATE(WS-CCY-IDX)
                   >= WS-CCY-PRIOR-RATE(WS-CCY-IDX)
               COMPUTE WS-MOVE-AMOUNT = WS-CCY-FEED-RATE(WS-CCY-IDX)
                       - WS-CCY-PRIOR-RATE(WS-CCY-IDX)
           ELSE
               COMPUTE WS-MOVE-AMOUNT = WS-CCY-PRIOR-RATE(WS-CCY-IDX)
                       - WS-CCY-FEED-RATE(WS-CCY-IDX)
           END-IF
           COMPUTE WS-CCY-MOVE-PCT(WS-CCY-IDX) ROUNDED
                   = WS-MOVE-AMOUNT * 100
                   / WS-CCY-PRIOR-RATE(WS-CCY-IDX)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-CCY-MOVE-PCT(WS-CCY-IDX)
           END-COMPUTE
           IF WS-CCY-MOVE-PCT(WS-CCY-IDX) > WS-MAX-MOVE-PCT
               MOVE "MOVE" TO WS-CCY-RESULT(WS-CCY-IDX)
           ELSE
               MOVE "ADD " TO WS-CCY-RESULT(WS-CCY-IDX)
           END-IF.

      * Rates append, the S046 rule - history is the table.
       WRITE-ACCEPTED-RATES.
           OPEN EXTEND ExchRateFile
           IF WS-EXR-STATUS = "35"
               OPEN OUTPUT ExchRateFile
           END-IF
           IF WS-EXR-STATUS NOT = "00"
               DISPLAY "exchrate.txt could not be opened - status "
                       WS-EXR-STATUS " - no rates added."
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   IF WS-CCY-RESULT(WS-CCY-IDX) = "ADD "
                       MOVE SPACES TO WS-CCY-RESULT(WS-CCY-IDX)
                   END-IF
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               EVALUATE WS-CCY-RESULT(WS-CCY-IDX)
                   WHEN "ADD "
                       MOVE WS-CCY-CODE(WS-CCY-IDX) TO EXR-CURRENCY
                       MOVE WS-CCY-FEED-DATE(WS-CCY-IDX)
                               TO EXR-RATE-DATE
                       MOVE WS-CCY-FEED-RATE(WS-CCY-IDX) TO EXR-RATE
                       WRITE EXCHANGE-RATE-RECORD
                       IF WS-EXR-STATUS NOT = "00"
                           DISPLAY "WRITE to exchrate.txt failed for "
                                   EXR-CURRENCY " - status "
                                   WS-EXR-STATUS
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-ADDED-COUNT
                           DISPLAY "  " EXR-CURRENCY " " EXR-RATE-DATE
                                   " " EXR-RATE " added"
                       END-IF
                   WHEN "DONE"
                       ADD 1 TO WS-ALREADY-COUNT
               END-EVALUATE
           END-PERFORM
           CLOSE ExchRateFile.

      * Each refusal: a row on exrreject.txt for S046 to show the
      * fixer, and an operator alarm line.
       WRITE-REFUSED-RATES.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-RESULT(WS-CCY-IDX) = "MISS"
                       OR WS-CCY-RESULT(WS-CCY-IDX) = "ZERO"
                       OR WS-CCY-RESULT(WS-CCY-IDX) = "MOVE"
                   PERFORM REFUSE-ONE-RATE
               END-IF
           END-PERFORM.

       REFUSE-ONE-RATE.
           ADD 1 TO WS-REFUSED-COUNT
           OPEN EXTEND RateRejectFile
           IF WS-EXJ-STATUS = "35"
               OPEN OUTPUT RateRejectFile
           END-IF
           IF WS-EXJ-STATUS = "00"
               MOVE WS-CCY-CODE(WS-CCY-IDX)      TO EXJ-CURRENCY
               MOVE WS-CCY-FEED-DATE(WS-CCY-IDX) TO EXJ-RATE-DATE
               MOVE WS-CCY-FEED-RATE(WS-CCY-IDX) TO EXJ-FEED-RATE
               MOVE WS-CCY-PRIOR-RATE(WS-CCY-IDX) TO EXJ-PRIOR-RATE
               MOVE WS-CCY-PRIOR-DATE(WS-CCY-IDX) TO EXJ-PRIOR-DATE
               MOVE WS-CCY-MOVE-PCT(WS-CCY-IDX)  TO EXJ-MOVE-PCT
               MOVE WS-CCY-RESULT(WS-CCY-IDX)    TO EXJ-REASON
               MOVE WS-TODAY-DATE                TO EXJ-IMPORT-DATE
               MOVE WS-NOW-TIME                  TO EXJ-IMPORT-TIME
               WRITE EXCHANGE-RATE-REJECT-RECORD
               CLOSE RateRejectFile
           ELSE
               DISPLAY "exrreject.txt could not be opened - status "
                       WS-EXJ-STATUS
           END-IF
           MOVE SPACES TO WS-ALERT-TEXT
           EVALUATE WS-CCY-RESULT(WS-CCY-IDX)
               WHEN "MISS"
                   STRING "S122 " WS-TODAY-DATE " RATE REFUSED - "
                           WS-CCY-CODE(WS-CCY-IDX)
                           " MISSING FROM FEED "
                           WS-CCY-FEED-DATE(WS-CCY-IDX)
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
               WHEN "ZERO"
                   STRING "S122 " WS-TODAY-DATE " RATE REFUSED - "
                           WS-CCY-CODE(WS-CCY-IDX)
                           " ZERO RATE IN FEED "
                           WS-CCY-FEED-DATE(WS-CCY-IDX)
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
               WHEN "MOVE"
                   STRING "S122 " WS-TODAY-DATE " RATE REFUSED - "
                           WS-CCY-CODE(WS-CCY-IDX) " MOVED "
                           WS-CCY-MOVE-PCT(WS-CCY-IDX)
                           " PCT OVER LIMIT " WS-MAX-MOVE-PCT
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-EVALUATE
           PERFORM RAISE-OPERATOR-ALERT
           DISPLAY "  " WS-CCY-CODE(WS-CCY-IDX) " refused - "
                   WS-CCY-RESULT(WS-CCY-IDX)
           MOVE "ERROR" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Rate for " WS-CCY-CODE(WS-CCY-IDX) " on "
                   WS-CCY-FEED-DATE(WS-CCY-IDX) " refused ("
                   WS-CCY-RESULT(WS-CCY-IDX) ") - key it in S046."
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       RAISE-OPERATOR-ALERT.
           OPEN EXTEND OperAlertFile
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT OperAlertFile
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALERT-TEXT TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE OperAlertFile.

      * -- List: the refusals logged for one rate date.
       LIST-REFUSED-RATES.
           DISPLAY "Rate date (YYYYMMDD): "
           ACCEPT WS-LIST-DATE
           OPEN INPUT RateRejectFile
           IF WS-EXJ-STATUS NOT = "00"
               DISPLAY "No rates have been refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CCY REASON BANK RATE     PRIOR RATE    PRIOR DATE"
                   " MOVE PCT"
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REJECT
           PERFORM UNTIL WS-END-OF-FILE
               IF EXJ-RATE-DATE = WS-LIST-DATE
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY EXJ-CURRENCY " " EXJ-REASON "   "
                           EXJ-FEED-RATE " " EXJ-PRIOR-RATE " "
                           EXJ-PRIOR-DATE " " EXJ-MOVE-PCT
               END-IF
               PERFORM READ-NEXT-REJECT
           END-PERFORM
           CLOSE RateRejectFile
           DISPLAY "Refusals for " WS-LIST-DATE ": " WS-LIST-COUNT.

       READ-NEXT-FEED-ROW.
           READ RateFeedFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-EXCHRATE.
           READ ExchRateFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REJECT.
           READ RateRejectFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The bank's file comes from EXRATE_FEED_FILE, defaulting to
      * ratefeed.txt next to the other data files - the same path
      * S109 watches for.
       INITIALIZE-FEED-PATH.
           MOVE "./../ratefeed.txt" TO WS-FEED-PATH
           ACCEPT WS-FEED-PATH FROM ENVIRONMENT "EXRATE_FEED_FILE"
               ON EXCEPTION
                   MOVE "./../ratefeed.txt" TO WS-FEED-PATH
           END-ACCEPT.

       END PROGRAM S122.
