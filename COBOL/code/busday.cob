      *          S020 to reconcile against the previous business
      *          day's backup instead of literal yesterday.
      * Tectonics: cobc -m
      *
      * Modification History:
      *   2024-07-08  rxz  "NEXTDAY" - replace the given date with
      *                    the next calendar day (holidays and
      *                    weekends do not matter). Callers step a
      *                    due date forward a day at a time, the way
      *                    PREVBUS steps back, instead of each one
      *                    carrying its own month-end rollover.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.
       01  LS-BUSDAY-KIND    PIC X(08).
           88  LS-KIND-IS-BUSINESS   VALUE "ISBUS".
           88  LS-KIND-PREVIOUS      VALUE "PREVBUS".
           88  LS-KIND-NEXT-DAY      VALUE "NEXTDAY".
       01  LS-BUSDAY-DATE    PIC 9(08).
       01  LS-BUSDAY-RESULT  PIC X(01).

                   PERFORM FIND-PREVIOUS-BUSINESS-DAY
                   MOVE WS-CHECK-DATE TO LS-BUSDAY-DATE
                   MOVE "Y" TO LS-BUSDAY-RESULT
               WHEN LS-KIND-NEXT-DAY
                   MOVE LS-BUSDAY-DATE TO WS-CHECK-DATE
                   PERFORM STEP-FORWARD-ONE-DAY
                   MOVE WS-CHECK-DATE TO LS-BUSDAY-DATE
                   MOVE "Y" TO LS-BUSDAY-RESULT
               WHEN OTHER
                   MOVE "N" TO LS-BUSDAY-RESULT
           END-EVALUATE
               END-IF
           END-IF.

      * One calendar day forward - the month's last day (29 for a
      * leap February) rolls into the next month, December into
      * the next year.
       STEP-FORWARD-ONE-DAY.
           SET MONTH-IDX TO WS-CHK-MONTH
           MOVE MONTH-DAYS-ENTRY(MONTH-IDX) TO WS-STEP-COUNT
           IF WS-CHK-MONTH = 2
               DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-STEP-COUNT
                   DIVIDE WS-CHK-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-CHK-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-STEP-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CHK-DAY < WS-STEP-COUNT
               ADD 1 TO WS-CHK-DAY
           ELSE
               MOVE 1 TO WS-CHK-DAY
               IF WS-CHK-MONTH < 12
                   ADD 1 TO WS-CHK-MONTH
               ELSE
                   MOVE 1 TO WS-CHK-MONTH
                   ADD 1 TO WS-CHK-YEAR
               END-IF
           END-IF.

      * Days since the year 1601 - the same rule S038 and S056 use.
       COMPUTE-DAY-SERIAL.
           COMPUTE WS-SER-PRIOR-YEAR = WS-CHK-YEAR - 1
