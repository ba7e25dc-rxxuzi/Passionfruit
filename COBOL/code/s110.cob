      *          the accountant can see that each day's postings
      *          arrived exactly once.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-30  rxz  Each run now shows finance's answer from
      *                    S123 - loaded, partly loaded, rejected, or
      *                    blank while unanswered - and the totals
      *                    count the active runs finance has not
      *                    fully loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S110.
       01  WS-ACTIVE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-DOUBLE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-STATE-WORD                PIC X(10).
       01  WS-ACK-WORD                  PIC X(08).
       01  WS-NOT-LOADED-COUNT          PIC 9(04) VALUE ZERO.

      * Active posting dates seen so far - a second active run for
      * one of them is the exact double-posting this register
           STRING "POSTING DATES " WS-FROM-DATE " - " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "RUN    POSTDATE  RAN ON    AT      OPER  STATE"
                   "       FINANCE" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-RUN
                   WS-DOUBLE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Active runs finance has not fully loaded: "
                   WS-NOT-LOADED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           IF WS-DOUBLE-COUNT = ZERO
               MOVE "Each posting date was extracted exactly once."
                       TO WS-RPT-TEXT
           ELSE
               MOVE "SUPERSEDED" TO WS-STATE-WORD
           END-IF
           EVALUATE TRUE
               WHEN GLR-ACK-LOADED
                   MOVE "LOADED  " TO WS-ACK-WORD
               WHEN GLR-ACK-PARTIAL
                   MOVE "PARTLY  " TO WS-ACK-WORD
               WHEN GLR-ACK-REJECTED
                   MOVE "REJECTED" TO WS-ACK-WORD
               WHEN OTHER
                   MOVE SPACES TO WS-ACK-WORD
           END-EVALUATE
           IF GLR-STATE-EXTRACTED AND NOT GLR-ACK-LOADED
               ADD 1 TO WS-NOT-LOADED-COUNT
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING GLR-RUN-NO "  " GLR-POST-DATE "  "
                   GLR-RUN-DATE "  " GLR-RUN-TIME "  "
                   GLR-OPERATOR "  " WS-STATE-WORD "  "
                   WS-ACK-WORD
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

