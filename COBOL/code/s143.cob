      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-13
      * Purpose: Twelve-month renewal revenue forecast. The S099
      *          budget is keyed in from guesses, yet every member's
      *          DB-PAID-THRU, class, country and currency is on
      *          file. For this month and the eleven after it, this
      *          projects the renewals falling due (the month the
      *          paid-through date falls in - a date already past
      *          counts in this month) and prices each one at the
      *          fee schedule row in force on the renewal date
      *          (feesched.txt, class row before blank-class row, the
      *          S015 lookup rule), taxed at the taxrate.txt row in
      *          force then, and restated into base currency at the
      *          newest exchrate.txt rate. The expected figures are
      *          cut by the renewal rate the last twelve months
      *          actually showed - renewals taken (renewled.txt)
      *          against S070 lapses (audit.txt) - and printed by
      *          month and country through RPTWRT. The expected
      *          counts and fee revenue also go to fcstbud.txt in
      *          the BUDREC layout, for S099 to load as a proposed
      *          budget.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S143.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT FeeScheduleFile ASSIGN TO "./../feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSC-STATUS.

           SELECT TaxRateFile ASSIGN TO "./../taxrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT ExchRateFile ASSIGN TO "./../exchrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXR-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ForecastFile ASSIGN TO "./../fcstbud.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  FeeScheduleFile.
           COPY FEESCHED.

       FD  TaxRateFile.
           COPY TAXRATE.

       FD  ExchRateFile.
           COPY EXCHRATE.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  AuditFile.
           COPY AUDITREC.

       FD  ForecastFile.
           COPY BUDREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-FSC-STATUS                PIC XX.
       01  WS-TAX-STATUS                PIC XX.
       01  WS-EXR-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-FCB-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(04).
           05  WS-TODAY-MONTH           PIC 9(02).
           05  WS-TODAY-DAY             PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
                                        PIC 9(08).
       01  WS-YEAR-AGO-DATE             PIC 9(08).
       01  WS-NOW-MONTH-NUM             PIC 9(06).
       01  WS-DUE-MONTH-NUM             PIC 9(06).
       01  WS-MONTHS-AHEAD              PIC S9(06).
       01  WS-WORK-MONTHS               PIC 9(06).
       01  WS-MON-IDX                   PIC 9(02).
       01  WS-CTY-IDX                   PIC 9(02).
       01  WS-OTHER-SLOT                PIC 9(02).

      * The renewal being priced.
       01  WS-DUE-DATE.
           05  WS-DUE-YEAR              PIC 9(04).
           05  WS-DUE-MONTH             PIC 9(02).
           05  WS-DUE-DAY               PIC 9(02).
       01  WS-DUE-NUM REDEFINES WS-DUE-DATE
                                        PIC 9(08).
       01  WS-PRICE-COUNTRY             PIC X(20).
       01  WS-PRICE-CLASS               PIC X(01).
       01  WS-PRICE-FEE                 PIC 9(07)V99.
       01  WS-PRICE-TAX                 PIC 9(07)V99.
       01  WS-PRICE-BASE-FEE            PIC 9(09)V99.
       01  WS-PRICE-BASE-DUE            PIC 9(09)V99.
       01  WS-BEST-EFFECTIVE            PIC 9(08).
       01  WS-TAX-PCT                   PIC 9(02)V99.
       01  WS-CLASS-EXACT-SWITCH        PIC X(01).
           88  WS-CLASS-EXACT           VALUE "Y".
       01  WS-SCHED-FOUND-SWITCH        PIC X(01).
           88  WS-SCHED-FOUND           VALUE "Y".

      * Counts the run leaves behind.
       01  WS-MEMBERS-DUE               PIC 9(07) VALUE ZERO.
       01  WS-MEMBERS-LATER             PIC 9(07) VALUE ZERO.
       01  WS-MEMBERS-UNDATED           PIC 9(07) VALUE ZERO.
       01  WS-UNSCHEDULED               PIC 9(07) VALUE ZERO.

      * Last twelve months' experience - renewals against lapses.
       01  WS-RENEWALS-TAKEN            PIC 9(07) VALUE ZERO.
       01  WS-LAPSES-SEEN               PIC 9(07) VALUE ZERO.
       01  WS-RENEW-PCT                 PIC 9(03)V9 VALUE 100.
       01  WS-RENEW-PCT-EDITED          PIC ZZ9.9.

      * feesched.txt and taxrate.txt held whole - each renewal is
      * priced at its own date, so the files are not reread per row.
       01  WS-SCHED-TABLE.
           05  WS-SCH OCCURS 300 TIMES.
               10  WS-SCH-COUNTRY       PIC X(20).
               10  WS-SCH-EFFECTIVE     PIC 9(08).
               10  WS-SCH-END           PIC 9(08).
               10  WS-SCH-RATE          PIC 9(07)V99.
               10  WS-SCH-CLASS         PIC X(01).
       01  WS-SCHED-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SCH-IDX                   PIC 9(03).
       01  WS-TAXTAB-TABLE.
           05  WS-TXT OCCURS 100 TIMES.
               10  WS-TXT-COUNTRY       PIC X(20).
               10  WS-TXT-EFFECTIVE     PIC 9(08).
               10  WS-TXT-END           PIC 9(08).
               10  WS-TXT-PCT           PIC 9(02)V99.
       01  WS-TAXTAB-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-TXT-IDX                   PIC 9(03).

      * Newest rate per currency - the S028 lookup, with no date cap.
       01  WS-RATES-LOADED-SWITCH       PIC X(01) VALUE "N".
           88  WS-RATES-LOADED          VALUE "Y".
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-CCY          PIC X(03).
               10  WS-RATE-BEST-DATE    PIC 9(08).
               10  WS-RATE-VALUE        PIC 9(05)V9(06).
       01  WS-RATE-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-RATE-FOUND-SWITCH         PIC X(01).
           88  WS-RATE-FOUND            VALUE "Y".

      * Slot 1 is this month. Country slots follow COUNTRY-TABLE,
      * with one more for a country off the table.
       01  WS-FORECAST-TABLE.
           05  WS-FC-MONTH OCCURS 12 TIMES.
               10  WS-FC-YEAR           PIC 9(04).
               10  WS-FC-MM             PIC 9(02).
               10  WS-FC-CTY OCCURS 11 TIMES.
                   15  WS-FC-DUE-COUNT  PIC 9(05).
                   15  WS-FC-DUE-BASE   PIC 9(11)V99.
                   15  WS-FC-FEE-BASE   PIC 9(11)V99.
       01  WS-EXP-COUNT                 PIC 9(05).
       01  WS-EXP-FEE                   PIC 9(09)V99.
       01  WS-MON-DUE-COUNT             PIC 9(07).
       01  WS-MON-EXP-COUNT             PIC 9(07).
       01  WS-MON-DUE-BASE              PIC 9(11)V99.
       01  WS-MON-EXP-FEE               PIC 9(11)V99.
       01  WS-TOT-DUE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-TOT-EXP-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-TOT-DUE-BASE              PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-EXP-FEE               PIC 9(11)V99 VALUE ZERO.
       01  WS-COUNTRY-LABEL             PIC X(20).
       01  WS-BASE-EDITED               PIC Z(10)9.99.
       01  WS-FEE-EDITED                PIC Z(10)9.99.
       01  WS-FCB-WRITTEN               PIC 9(05) VALUE ZERO.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

       COPY COUNTRY.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-NOW-MONTH-NUM
                   = WS-TODAY-YEAR * 12 + WS-TODAY-MONTH
           COMPUTE WS-YEAR-AGO-DATE = WS-TODAY-NUM - 10000
           COMPUTE WS-OTHER-SLOT = COUNTRY-TABLE-SIZE + 1
           PERFORM INITIALIZE-FORECAST-SLOTS
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM MEASURE-RENEWAL-RATE

           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM FORECAST-ONE-MEMBER
               PERFORM READ-NEXT-RECORD
           END-PERFORM
           CLOSE DatabaseFile

           PERFORM PRINT-FORECAST
           PERFORM WRITE-PROPOSED-BUDGET
           DISPLAY "Forecast written - " WS-MEMBERS-DUE
                   " renewals due, " WS-FCB-WRITTEN
                   " proposed budget line(s) in fcstbud.txt."
           STOP RUN.

       READ-NEXT-RECORD.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Active and frozen members renew; a lapsed or void row does
      * not. A household dependent renews on its primary's date at
      * the class-H line, so it is priced the same way on its own.
       FORECAST-ONE-MEMBER.
           IF NOT DB-LAYOUT-CURRENT
               EXIT PARAGRAPH
           END-IF
           IF NOT DB-STATUS-ACTIVE AND NOT DB-STATUS-FROZEN
               EXIT PARAGRAPH
           END-IF
           IF DB-PAID-THRU IS NOT NUMERIC OR DB-PAID-THRU = ZERO
               ADD 1 TO WS-MEMBERS-UNDATED
               EXIT PARAGRAPH
           END-IF
           MOVE DB-PAID-THRU TO WS-DUE-DATE
           COMPUTE WS-DUE-MONTH-NUM = WS-DUE-YEAR * 12 + WS-DUE-MONTH
           COMPUTE WS-MONTHS-AHEAD
                   = WS-DUE-MONTH-NUM - WS-NOW-MONTH-NUM
           IF WS-MONTHS-AHEAD > 11
               ADD 1 TO WS-MEMBERS-LATER
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTHS-AHEAD < 0
               MOVE ZERO TO WS-MONTHS-AHEAD
           END-IF
           IF WS-DUE-NUM < WS-TODAY-NUM
               MOVE WS-TODAY-NUM TO WS-DUE-NUM
           END-IF
           COMPUTE WS-MON-IDX = WS-MONTHS-AHEAD + 1

           MOVE WS-OTHER-SLOT TO WS-CTY-IDX
           PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                   UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
               IF COUNTRY-NAME(COUNTRY-IDX) = DB-COUNTRY
                   SET WS-CTY-IDX TO COUNTRY-IDX
               END-IF
           END-PERFORM

           MOVE DB-COUNTRY TO WS-PRICE-COUNTRY
           IF DB-HSH-DEPENDENT
               MOVE "H" TO WS-PRICE-CLASS
           ELSE
               IF DB-CLASS = SPACE OR DB-CLASS = LOW-VALUE
                   MOVE "R" TO WS-PRICE-CLASS
               ELSE
                   MOVE DB-CLASS TO WS-PRICE-CLASS
               END-IF
           END-IF
           PERFORM PRICE-SCHEDULED-FEE
           IF NOT WS-SCHED-FOUND
               MOVE DB-FEE TO WS-PRICE-FEE
               ADD 1 TO WS-UNSCHEDULED
           END-IF
           PERFORM PRICE-TAX
           PERFORM CONVERT-PRICE-TO-BASE

           ADD 1 TO WS-MEMBERS-DUE
           ADD 1 TO WS-FC-DUE-COUNT(WS-MON-IDX WS-CTY-IDX)
           ADD WS-PRICE-BASE-DUE
                   TO WS-FC-DUE-BASE(WS-MON-IDX WS-CTY-IDX)
           ADD WS-PRICE-BASE-FEE
                   TO WS-FC-FEE-BASE(WS-MON-IDX WS-CTY-IDX).

      * The schedule row in force on the renewal date: effective on
      * or before it and not yet ended; a class row beats a
      * blank-class one, and the newest effective date wins within
      * the kind. No row means the member's own fee is used.
       PRICE-SCHEDULED-FEE.
           MOVE "N" TO WS-SCHED-FOUND-SWITCH
           MOVE "N" TO WS-CLASS-EXACT-SWITCH
           MOVE ZERO TO WS-BEST-EFFECTIVE
           MOVE ZERO TO WS-PRICE-FEE
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCHED-COUNT
               IF WS-SCH-COUNTRY(WS-SCH-IDX) = WS-PRICE-COUNTRY
                       AND (WS-SCH-CLASS(WS-SCH-IDX) = WS-PRICE-CLASS
                            OR WS-SCH-CLASS(WS-SCH-IDX) = SPACE)
                       AND WS-SCH-EFFECTIVE(WS-SCH-IDX)
                               <= WS-DUE-NUM
                       AND (WS-SCH-END(WS-SCH-IDX) = ZERO
                            OR WS-SCH-END(WS-SCH-IDX) > WS-DUE-NUM)
                   PERFORM WEIGH-SCHEDULE-CANDIDATE
               END-IF
           END-PERFORM.

       WEIGH-SCHEDULE-CANDIDATE.
           IF WS-CLASS-EXACT AND WS-SCH-CLASS(WS-SCH-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCH-CLASS(WS-SCH-IDX) NOT = SPACE
                   AND NOT WS-CLASS-EXACT
               SET WS-CLASS-EXACT TO TRUE
               MOVE ZERO TO WS-BEST-EFFECTIVE
           END-IF
           IF WS-SCH-EFFECTIVE(WS-SCH-IDX) >= WS-BEST-EFFECTIVE
               MOVE WS-SCH-EFFECTIVE(WS-SCH-IDX) TO WS-BEST-EFFECTIVE
               MOVE WS-SCH-RATE(WS-SCH-IDX) TO WS-PRICE-FEE
               SET WS-SCHED-FOUND TO TRUE
           END-IF.

      * Tax at the rate in force on the renewal date - no row, no
      * tax, as S015 charges it.
       PRICE-TAX.
           MOVE ZERO TO WS-TAX-PCT
           MOVE ZERO TO WS-BEST-EFFECTIVE
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TAXTAB-COUNT
               IF WS-TXT-COUNTRY(WS-TXT-IDX) = WS-PRICE-COUNTRY
                       AND WS-TXT-EFFECTIVE(WS-TXT-IDX)
                               <= WS-DUE-NUM
                       AND (WS-TXT-END(WS-TXT-IDX) = ZERO
                            OR WS-TXT-END(WS-TXT-IDX) > WS-DUE-NUM)
                       AND WS-TXT-EFFECTIVE(WS-TXT-IDX)
                               >= WS-BEST-EFFECTIVE
                   MOVE WS-TXT-EFFECTIVE(WS-TXT-IDX)
                           TO WS-BEST-EFFECTIVE
                   MOVE WS-TXT-PCT(WS-TXT-IDX) TO WS-TAX-PCT
               END-IF
           END-PERFORM
           COMPUTE WS-PRICE-TAX ROUNDED
                   = WS-PRICE-FEE * WS-TAX-PCT / 100.

      * Restate fee and fee-plus-tax into base currency; a blank or
      * unknown currency restates at 1.
       CONVERT-PRICE-TO-BASE.
           MOVE WS-PRICE-FEE TO WS-PRICE-BASE-FEE
           COMPUTE WS-PRICE-BASE-DUE = WS-PRICE-FEE + WS-PRICE-TAX
           IF DB-CURRENCY = SPACES OR NOT WS-RATES-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND
               IF WS-RATE-CCY(WS-RATE-IDX) = DB-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   COMPUTE WS-PRICE-BASE-FEE ROUNDED
                           = WS-PRICE-FEE * WS-RATE-VALUE(WS-RATE-IDX)
                   COMPUTE WS-PRICE-BASE-DUE ROUNDED
                           = (WS-PRICE-FEE + WS-PRICE-TAX)
                           * WS-RATE-VALUE(WS-RATE-IDX)
               END-IF
           END-PERFORM.

      * One line per country with renewals due in the month, then
      * the month's total; the expected figures are the due figures
      * cut by the renewal rate.
       PRINT-FORECAST.
           MOVE "s143" TO WS-RPT-ID
           MOVE "TWELVE-MONTH RENEWAL FORECAST" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE WS-RENEW-PCT TO WS-RENEW-PCT-EDITED
           STRING "Renewal rate applied: " WS-RENEW-PCT-EDITED
                   "% - last 12 months " WS-RENEWALS-TAKEN
                   " renewed, " WS-LAPSES-SEEN " lapsed"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF WS-RENEWALS-TAKEN + WS-LAPSES-SEEN = ZERO
               MOVE "(no renewal history - expected equals due)"
                       TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           IF WS-RATES-LOADED
               MOVE "Amounts in base currency at the newest rates"
                       TO WS-RPT-TEXT
           ELSE
               MOVE "No exchrate.txt - amounts are raw, unconverted"
                       TO WS-RPT-TEXT
           END-IF
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           STRING "MONTH   COUNTRY                DUE EXPCT"
                   "   DUE INCL TAX   EXPECTED FEE"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               PERFORM PRINT-FORECAST-MONTH
           END-PERFORM
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Not yet due inside the year: " WS-MEMBERS-LATER
                   "  no paid-through date: " WS-MEMBERS-UNDATED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Priced at the member's own fee (no schedule "
                   "row): " WS-UNSCHEDULED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE WS-TOT-EXP-FEE TO WS-FEE-EDITED
           STRING "Year: due " WS-TOT-DUE-COUNT "  expected "
                   WS-TOT-EXP-COUNT "  expected fee " WS-FEE-EDITED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       PRINT-FORECAST-MONTH.
           MOVE ZERO TO WS-MON-DUE-COUNT
           MOVE ZERO TO WS-MON-EXP-COUNT
           MOVE ZERO TO WS-MON-DUE-BASE
           MOVE ZERO TO WS-MON-EXP-FEE
           PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
                   UNTIL WS-CTY-IDX > WS-OTHER-SLOT
               IF WS-FC-DUE-COUNT(WS-MON-IDX WS-CTY-IDX) > ZERO
                   PERFORM PRINT-FORECAST-COUNTRY
               END-IF
           END-PERFORM
           MOVE WS-MON-DUE-BASE TO WS-BASE-EDITED
           MOVE WS-MON-EXP-FEE TO WS-FEE-EDITED
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-FC-YEAR(WS-MON-IDX) "/" WS-FC-MM(WS-MON-IDX)
                   " MONTH TOTAL          " WS-MON-DUE-COUNT(3:5) " "
                   WS-MON-EXP-COUNT(3:5) " " WS-BASE-EDITED " "
                   WS-FEE-EDITED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           ADD WS-MON-DUE-COUNT TO WS-TOT-DUE-COUNT
           ADD WS-MON-EXP-COUNT TO WS-TOT-EXP-COUNT
           ADD WS-MON-DUE-BASE TO WS-TOT-DUE-BASE
           ADD WS-MON-EXP-FEE TO WS-TOT-EXP-FEE.

       PRINT-FORECAST-COUNTRY.
           PERFORM APPLY-RENEWAL-RATE
           IF WS-CTY-IDX = WS-OTHER-SLOT
               MOVE "(other)" TO WS-COUNTRY-LABEL
           ELSE
               MOVE COUNTRY-NAME(WS-CTY-IDX) TO WS-COUNTRY-LABEL
           END-IF
           MOVE WS-FC-DUE-BASE(WS-MON-IDX WS-CTY-IDX)
                   TO WS-BASE-EDITED
           MOVE WS-EXP-FEE TO WS-FEE-EDITED
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-FC-YEAR(WS-MON-IDX) "/" WS-FC-MM(WS-MON-IDX)
                   " " WS-COUNTRY-LABEL " "
                   WS-FC-DUE-COUNT(WS-MON-IDX WS-CTY-IDX) " "
                   WS-EXP-COUNT " " WS-BASE-EDITED " " WS-FEE-EDITED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           ADD WS-FC-DUE-COUNT(WS-MON-IDX WS-CTY-IDX)
                   TO WS-MON-DUE-COUNT
           ADD WS-EXP-COUNT TO WS-MON-EXP-COUNT
           ADD WS-FC-DUE-BASE(WS-MON-IDX WS-CTY-IDX)
                   TO WS-MON-DUE-BASE
           ADD WS-EXP-FEE TO WS-MON-EXP-FEE.

       APPLY-RENEWAL-RATE.
           COMPUTE WS-EXP-COUNT ROUNDED
                   = WS-FC-DUE-COUNT(WS-MON-IDX WS-CTY-IDX)
                   * WS-RENEW-PCT / 100
           COMPUTE WS-EXP-FEE ROUNDED
                   = WS-FC-FEE-BASE(WS-MON-IDX WS-CTY-IDX)
                   * WS-RENEW-PCT / 100.

      * The proposal S099 loads: one BUDREC line per country and
      * month with renewals expected - the expected count and fee
      * revenue (tax is not revenue, so it stays out, as it does
      * from S099's actuals). A country off the table has no plan
      * line to land on and is left out.
       WRITE-PROPOSED-BUDGET.
           OPEN OUTPUT ForecastFile
           IF WS-FCB-STATUS NOT = "00"
               DISPLAY "fcstbud.txt could not be opened - status "
                       WS-FCB-STATUS " - no proposal written."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
                       UNTIL WS-CTY-IDX > COUNTRY-TABLE-SIZE
                   IF WS-FC-DUE-COUNT(WS-MON-IDX WS-CTY-IDX) > ZERO
                       PERFORM APPLY-RENEWAL-RATE
                       MOVE WS-FC-YEAR(WS-MON-IDX) TO BUD-YEAR
                       MOVE WS-FC-MM(WS-MON-IDX)   TO BUD-MONTH
                       MOVE COUNTRY-NAME(WS-CTY-IDX) TO BUD-COUNTRY
                       MOVE WS-EXP-COUNT           TO BUD-REG-COUNT
                       MOVE WS-EXP-FEE             TO BUD-FEE-AMOUNT
                       WRITE BUDGET-RECORD
                       ADD 1 TO WS-FCB-WRITTEN
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ForecastFile.

      * Renewals taken in the last twelve months against the members
      * S070 lapsed in them: the share of members coming up for
      * renewal who did renew. No history at all forecasts every
      * renewal as taken.
       MEASURE-RENEWAL-RATE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RenewalLedgerFile
           IF WS-RNL-STATUS = "00"
               PERFORM READ-NEXT-RENEWAL
               PERFORM UNTIL WS-END-OF-FILE
                   IF RNL-DATE IS NUMERIC
                           AND RNL-DATE > WS-YEAR-AGO-DATE
                           AND RNL-DATE <= WS-TODAY-NUM
                       ADD 1 TO WS-RENEWALS-TAKEN
                   END-IF
                   PERFORM READ-NEXT-RENEWAL
               END-PERFORM
               CLOSE RenewalLedgerFile
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AuditFile
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-NEXT-AUDIT
               PERFORM UNTIL WS-END-OF-FILE
                   IF AUD-MODE-LAPSE AND AUD-DATE IS NUMERIC
                           AND AUD-DATE > WS-YEAR-AGO-DATE
                           AND AUD-DATE <= WS-TODAY-NUM
                       ADD 1 TO WS-LAPSES-SEEN
                   END-IF
                   PERFORM READ-NEXT-AUDIT
               END-PERFORM
               CLOSE AuditFile
           END-IF
           IF WS-RENEWALS-TAKEN + WS-LAPSES-SEEN > ZERO
               COMPUTE WS-RENEW-PCT ROUNDED
                       = WS-RENEWALS-TAKEN * 100
                       / (WS-RENEWALS-TAKEN + WS-LAPSES-SEEN)
           END-IF.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-AUDIT.
           READ AuditFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-FEE-SCHEDULE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FeeScheduleFile
           IF WS-FSC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SCHEDULE-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-SCHED-COUNT < 300
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE FSC-COUNTRY
                           TO WS-SCH-COUNTRY(WS-SCHED-COUNT)
                   MOVE FSC-EFFECTIVE-DATE
                           TO WS-SCH-EFFECTIVE(WS-SCHED-COUNT)
                   MOVE FSC-END-DATE TO WS-SCH-END(WS-SCHED-COUNT)
                   MOVE FSC-RATE TO WS-SCH-RATE(WS-SCHED-COUNT)
                   MOVE FSC-CLASS TO WS-SCH-CLASS(WS-SCHED-COUNT)
               END-IF
               PERFORM READ-NEXT-SCHEDULE-ROW
           END-PERFORM
           CLOSE FeeScheduleFile.

       READ-NEXT-SCHEDULE-ROW.
           READ FeeScheduleFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-TAX-RATES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TaxRateFile
           IF WS-TAX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-TAX-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-TAXTAB-COUNT < 100
                   ADD 1 TO WS-TAXTAB-COUNT
                   MOVE TAX-COUNTRY
                           TO WS-TXT-COUNTRY(WS-TAXTAB-COUNT)
                   MOVE TAX-EFFECTIVE-DATE
                           TO WS-TXT-EFFECTIVE(WS-TAXTAB-COUNT)
                   MOVE TAX-END-DATE TO WS-TXT-END(WS-TAXTAB-COUNT)
                   MOVE TAX-RATE-PCT TO WS-TXT-PCT(WS-TAXTAB-COUNT)
               END-IF
               PERFORM READ-NEXT-TAX-ROW
           END-PERFORM
           CLOSE TaxRateFile.

       READ-NEXT-TAX-ROW.
           READ TaxRateFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The newest rate for each currency, whatever its date - a
      * forecast has no later rate to wait for.
       LOAD-EXCHANGE-RATES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ExchRateFile
           IF WS-EXR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-EXCH-RATE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM KEEP-BEST-RATE
               PERFORM READ-NEXT-EXCH-RATE
           END-PERFORM
           CLOSE ExchRateFile
           IF WS-RATE-COUNT > ZERO
               SET WS-RATES-LOADED TO TRUE
           END-IF.

       READ-NEXT-EXCH-RATE.
           READ ExchRateFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       KEEP-BEST-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND
               IF WS-RATE-CCY(WS-RATE-IDX) = EXR-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   IF EXR-RATE-DATE
                           >= WS-RATE-BEST-DATE(WS-RATE-IDX)
                       MOVE EXR-RATE-DATE
                               TO WS-RATE-BEST-DATE(WS-RATE-IDX)
                       MOVE EXR-RATE
                               TO WS-RATE-VALUE(WS-RATE-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND AND WS-RATE-COUNT < 20
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
               MOVE EXR-CURRENCY  TO WS-RATE-CCY(WS-RATE-IDX)
               MOVE EXR-RATE-DATE TO WS-RATE-BEST-DATE(WS-RATE-IDX)
               MOVE EXR-RATE      TO WS-RATE-VALUE(WS-RATE-IDX)
           END-IF.

       INITIALIZE-FORECAST-SLOTS.
           INITIALIZE WS-FORECAST-TABLE
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               COMPUTE WS-WORK-MONTHS
                       = WS-NOW-MONTH-NUM + WS-MON-IDX - 2
               DIVIDE WS-WORK-MONTHS BY 12
                       GIVING WS-FC-YEAR(WS-MON-IDX)
                       REMAINDER WS-FC-MM(WS-MON-IDX)
               ADD 1 TO WS-FC-MM(WS-MON-IDX)
           END-PERFORM.

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

       END PROGRAM S143.
