      *                    - the layout here follows. Accumulation
      *                    is unchanged; rows from before the growth
      *                    read with spaces in the new field.
      *   2024-07-01  rxz  Accounts are checked against the chart of
      *                    accounts (glchart.txt, kept in S115). A
      *                    day carrying any account that is not on
      *                    the chart and active is refused whole -
      *                    alarm, ERROR, nothing merged into
      *                    glbal.txt - so an unknown account is
      *                    caught here rather than at finance's load.
      *                    The trial balance prints account names.
      *                    A shop with no chart yet accumulates as
      *                    before, with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S101.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALW-STATUS.

           SELECT ChartFile ASSIGN TO "./../glchart.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT OperAlertFile ASSIGN TO "./../operalert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
           05  GBW-DEBITS               PIC 9(13)V99.
           05  GBW-CREDITS              PIC 9(13)V99.

       FD  ChartFile.
           COPY COAREC.

       FD  OperAlertFile.
       01  ALERT-LINE                 PIC X(80).

       01  WS-BAL-STATUS                PIC XX.
       01  WS-BALW-STATUS               PIC XX.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-COA-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-ACC-IDX                   PIC 9(02).
       01  WS-ACC-FOUND-SWITCH          PIC X(01).
           88  WS-ACC-FOUND             VALUE "Y".
       01  WS-ALERT-TEXT                PIC X(80).

      * The chart of accounts, loaded once per Accumulate or Trial
      * balance pass.
       01  WS-CHART-TABLE.
           05  WS-COA OCCURS 200 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-ACCOUNT       PIC X(08).
               10  WS-COA-NAME          PIC X(30).
               10  WS-COA-STATE         PIC X(01).
       01  WS-COA-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CHART-SWITCH              PIC X(01) VALUE "N".
           88  WS-CHART-ON-FILE         VALUE "Y".
       01  WS-COA-FOUND-SWITCH          PIC X(01).
           88  WS-COA-FOUND             VALUE "Y".
       01  WS-CHECK-ACCOUNT             PIC X(08).
       01  WS-CHECK-NAME                PIC X(30).
       01  WS-BAD-ACCOUNT-COUNT         PIC 9(02).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CHART
           IF WS-CHART-ON-FILE
               PERFORM CHECK-DAY-ACCOUNTS
               IF WS-BAD-ACCOUNT-COUNT > ZERO
                   DISPLAY "Day " WS-ACCUM-DATE " NOT accumulated - "
                           WS-BAD-ACCOUNT-COUNT " account(s) not "
                           "active on the chart."
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "S101: GL postings for " WS-ACCUM-DATE
                           " carry accounts NOT ON THE CHART - "
                           "day refused."
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM RAISE-OPERATOR-ALERT
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "GL postings for " WS-ACCUM-DATE
                           " refused - account not on the chart."
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                           WS-LOG-TEXT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "WARNING: glchart.txt not found - accounts "
                       "not checked; set the chart up in S115."
           END-IF

           IF WS-DAY-DEBITS NOT = WS-DAY-CREDITS
               DISPLAY "ALARM: postings for " WS-ACCUM-DATE
                       " do not net to zero - debits "
                       WS-DAY-DEBITS " credits " WS-DAY-CREDITS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "S101: GL postings for " WS-ACCUM-DATE
                       " DO NOT NET TO ZERO - hold the extract."
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM RAISE-OPERATOR-ALERT
               MOVE "ERROR" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
           DISPLAY "Day accumulated into period " WS-ACCUM-PERIOD
                   " (" WS-ACC-USED " account(s)).".

      * Every account the day touches must be on the chart and
      * active; each one that is not is named on the console.
       CHECK-DAY-ACCOUNTS.
           MOVE ZERO TO WS-BAD-ACCOUNT-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-USED
               MOVE WS-ACC-NAME(WS-ACC-IDX) TO WS-CHECK-ACCOUNT
               PERFORM FIND-CHART-ACCOUNT
               IF NOT WS-COA-FOUND
                   ADD 1 TO WS-BAD-ACCOUNT-COUNT
                   DISPLAY "  account " WS-CHECK-ACCOUNT
                           " is not on the chart"
               ELSE
                   IF WS-COA-STATE(WS-COA-IDX) NOT = "A"
                       ADD 1 TO WS-BAD-ACCOUNT-COUNT
                       DISPLAY "  account " WS-CHECK-ACCOUNT
                               " is inactive on the chart"
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-CHART.
           MOVE "N" TO WS-CHART-SWITCH
           MOVE ZERO TO WS-COA-COUNT
           OPEN INPUT ChartFile
           IF WS-COA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-CHART-ON-FILE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CHART-ROW
           PERFORM UNTIL WS-END-OF-FILE OR WS-COA-COUNT >= 200
               ADD 1 TO WS-COA-COUNT
               SET WS-COA-IDX TO WS-COA-COUNT
               MOVE COA-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-IDX)
               MOVE COA-NAME    TO WS-COA-NAME(WS-COA-IDX)
               MOVE COA-STATE   TO WS-COA-STATE(WS-COA-IDX)
               PERFORM READ-NEXT-CHART-ROW
           END-PERFORM
           CLOSE ChartFile.

       READ-NEXT-CHART-ROW.
           READ ChartFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Leaves WS-COA-IDX on the row found, WS-CHECK-NAME its name.
       FIND-CHART-ACCOUNT.
           MOVE "N" TO WS-COA-FOUND-SWITCH
           MOVE SPACES TO WS-CHECK-NAME
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT OR WS-COA-FOUND
               IF WS-COA-ACCOUNT(WS-COA-IDX) = WS-CHECK-ACCOUNT
                   SET WS-COA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-COA-FOUND
               SET WS-COA-IDX DOWN BY 1
               MOVE WS-COA-NAME(WS-COA-IDX) TO WS-CHECK-NAME
           END-IF.

       READ-NEXT-GL-LINE.
           READ GlPostFile
               AT END
           MOVE ZERO TO WS-PER-DEBITS
           MOVE ZERO TO WS-PER-CREDITS
           MOVE ZERO TO WS-ROW-COUNT
           PERFORM LOAD-CHART
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GlBalanceFile
           IF WS-BAL-STATUS NOT = "00"
           STRING "PERIOD " WS-REPORT-PERIOD
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "ACCOUNT   DEBITS          CREDITS         NAME"
                   TO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-BALANCE
                   ADD 1 TO WS-ROW-COUNT
                   ADD GLB-DEBITS TO WS-PER-DEBITS
                   ADD GLB-CREDITS TO WS-PER-CREDITS
                   MOVE GLB-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM FIND-CHART-ACCOUNT
                   IF WS-CHART-ON-FILE AND NOT WS-COA-FOUND
                       MOVE "** NOT ON CHART **" TO WS-CHECK-NAME
                   END-IF
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING GLB-ACCOUNT "  " GLB-DEBITS " "
                           GLB-CREDITS " " WS-CHECK-NAME
                           DELIMITED BY SIZE
                           INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALERT-TEXT TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE OperAlertFile.

