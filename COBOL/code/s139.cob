      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-01
      * Purpose: Daily member-case aging report. Every live case on
      *          the case file (casefile.txt, CSEREC) - open or
      *          waiting on the member - whose target resolution
      *          date has passed is listed under the operator it is
      *          assigned to, with the member, category, opening date,
      *          target date and the days it is overdue, so each
      *          assignee starts the day knowing what is late. A case
      *          holding the member's balance disputed is marked. The
      *          foot counts the live and overdue cases. Unattended -
      *          the S027 nightly window runs it; written through the
      *          shared RPTWRT writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S139.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "./../casefile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSE-CASE-NO
           ALTERNATE RECORD KEY IS CSE-DB-ID WITH DUPLICATES
           FILE STATUS IS WS-CSE-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CaseFile.
           COPY CSEREC.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-CSE-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-OPR-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-OPR-OPEN              VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-LIVE-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-DROPPED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-DAYS-OVER                 PIC 9(05).
       01  WS-HOLD-MARK                 PIC X(08).

      * The overdue cases, gathered in one pass and printed by
      * assignee.
       01  WS-OVERDUE-TABLE.
           05  WS-OVD OCCURS 500 TIMES.
               10  WS-OVD-CASE-NO       PIC 9(07).
               10  WS-OVD-DB-ID         PIC X(20).
               10  WS-OVD-CATEGORY      PIC X(04).
               10  WS-OVD-OPENED        PIC 9(08).
               10  WS-OVD-TARGET        PIC 9(08).
               10  WS-OVD-DAYS-OVER     PIC 9(05).
               10  WS-OVD-STATUS        PIC X(01).
               10  WS-OVD-DISPUTED      PIC X(01).
               10  WS-OVD-ASSIGNED-TO   PIC 9(05).
       01  WS-OVD-USED                  PIC 9(03) VALUE ZERO.
       01  WS-OVD-IDX                   PIC 9(03).

      * The assignees with something overdue, in operator-ID order.
       01  WS-ASSIGNEE-TABLE.
           05  WS-ASG OCCURS 100 TIMES.
               10  WS-ASG-ID            PIC 9(05).
               10  WS-ASG-COUNT         PIC 9(05).
       01  WS-ASG-USED                  PIC 9(03) VALUE ZERO.
       01  WS-ASG-IDX                   PIC 9(03).
       01  WS-ASG-SHIFT                 PIC 9(03).
       01  WS-ASG-FOUND-SWITCH          PIC X(01).
           88  WS-ASG-FOUND             VALUE "Y".
       01  WS-ASG-NAME                  PIC X(30).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S069 uses, so days overdue is a plain subtraction.
       01  WS-SER-DATE.
           05  WS-SER-YEAR        PIC 9(04).
           05  WS-SER-MONTH       PIC 9(02).
           05  WS-SER-DAY         PIC 9(02).
       01  WS-SER-RESULT          PIC 9(07).
       01  WS-SER-PRIOR-YEAR      PIC 9(04).
       01  WS-LEAP-QUOTIENT       PIC 9(04).
       01  WS-LEAP-REMAINDER      PIC 9(04).
       01  WS-LEAP-COUNT          PIC 9(05).
       01  WS-LEAP-BY-4           PIC 9(04).
       01  WS-LEAP-BY-100         PIC 9(04).
       01  WS-LEAP-BY-400         PIC 9(04).
       01  WS-SER-MONTH-IDX       PIC 9(02).
       01  MONTH-CUM-TABLE.
           05  FILLER PIC 9(03) VALUE 000.
           05  FILLER PIC 9(03) VALUE 031.
           05  FILLER PIC 9(03) VALUE 059.
           05  FILLER PIC 9(03) VALUE 090.
           05  FILLER PIC 9(03) VALUE 120.
           05  FILLER PIC 9(03) VALUE 151.
           05  FILLER PIC 9(03) VALUE 181.
           05  FILLER PIC 9(03) VALUE 212.
           05  FILLER PIC 9(03) VALUE 243.
           05  FILLER PIC 9(03) VALUE 273.
           05  FILLER PIC 9(03) VALUE 304.
           05  FILLER PIC 9(03) VALUE 334.
       01  MONTH-CUM-DAYS REDEFINES MONTH-CUM-TABLE.
           05  MONTH-CUM-ENTRY OCCURS 12 TIMES
                   INDEXED BY MONTH-CUM-IDX  PIC 9(03).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S139".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL

           OPEN INPUT CaseFile
           IF WS-CSE-STATUS = "35"
               DISPLAY "No cases have been opened yet - nothing to age."
               STOP RUN
           END-IF
           IF WS-CSE-STATUS NOT = "00"
               DISPLAY "casefile.txt could not be opened - status "
                       WS-CSE-STATUS
               MOVE "ERROR" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Case aging not run - casefile.txt status "
                       WS-CSE-STATUS DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CaseFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CSE-STATUS-LIVE
                           PERFORM AGE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseFile

           MOVE "s139" TO WS-RPT-ID
           MOVE "MEMBER CASES PAST TARGET DATE" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "Live cases past their target date on "
                   WS-TODAY-DATE DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS = "00"
               SET WS-OPR-OPEN TO TRUE
           END-IF
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-USED
               PERFORM PRINT-ONE-ASSIGNEE
           END-PERFORM
           IF WS-OPR-OPEN
               CLOSE OperatorFile
           END-IF
           IF WS-DROPPED-COUNT > ZERO
               PERFORM RPT-LINE
               STRING "Overdue but not listed (table full): "
                       WS-DROPPED-COUNT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           PERFORM RPT-LINE
           STRING "Live cases: " WS-LIVE-COUNT
                   "   Past target date: " WS-OVERDUE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           IF WS-OVERDUE-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Case aging - " WS-LIVE-COUNT " live, "
                   WS-OVERDUE-COUNT " past target date"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Case aging report written - " WS-OVERDUE-COUNT
                   " case(s) past target date."
           STOP RUN.

      * A live case in CASE-RECORD: counted, and kept for the report
      * if its target date has gone by.
       AGE-ONE-CASE.
           ADD 1 TO WS-LIVE-COUNT
           IF CSE-TARGET-DATE >= WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           IF WS-OVD-USED >= 500
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CSE-TARGET-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           COMPUTE WS-DAYS-OVER = WS-TODAY-SERIAL - WS-SER-RESULT
           ADD 1 TO WS-OVD-USED
           MOVE WS-OVD-USED TO WS-OVD-IDX
           MOVE CSE-CASE-NO      TO WS-OVD-CASE-NO(WS-OVD-IDX)
           MOVE CSE-DB-ID        TO WS-OVD-DB-ID(WS-OVD-IDX)
           MOVE CSE-CATEGORY     TO WS-OVD-CATEGORY(WS-OVD-IDX)
           MOVE CSE-OPENED-DATE  TO WS-OVD-OPENED(WS-OVD-IDX)
           MOVE CSE-TARGET-DATE  TO WS-OVD-TARGET(WS-OVD-IDX)
           MOVE WS-DAYS-OVER     TO WS-OVD-DAYS-OVER(WS-OVD-IDX)
           MOVE CSE-STATUS       TO WS-OVD-STATUS(WS-OVD-IDX)
           MOVE CSE-DISPUTE-FLAG TO WS-OVD-DISPUTED(WS-OVD-IDX)
           MOVE CSE-ASSIGNED-TO  TO WS-OVD-ASSIGNED-TO(WS-OVD-IDX)
           PERFORM NOTE-ASSIGNEE.

      * The assignee table is kept in operator-ID order - a new ID is
      * slotted in where it belongs and the rest shift down one.
       NOTE-ASSIGNEE.
           MOVE "N" TO WS-ASG-FOUND-SWITCH
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-USED OR WS-ASG-FOUND
               IF WS-ASG-ID(WS-ASG-IDX) = CSE-ASSIGNED-TO
                   SET WS-ASG-FOUND TO TRUE
                   ADD 1 TO WS-ASG-COUNT(WS-ASG-IDX)
               END-IF
           END-PERFORM
           IF WS-ASG-FOUND
               EXIT PARAGRAPH
           END-IF
      *    An assignee that finds no slot leaves the case unlisted -
      *    counted with the ones the case table had no room for.
           IF WS-ASG-USED >= 100
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ASG-IDX
           PERFORM UNTIL WS-ASG-IDX > WS-ASG-USED
                   OR WS-ASG-ID(WS-ASG-IDX) > CSE-ASSIGNED-TO
               ADD 1 TO WS-ASG-IDX
           END-PERFORM
           PERFORM VARYING WS-ASG-SHIFT FROM WS-ASG-USED BY -1
                   UNTIL WS-ASG-SHIFT < WS-ASG-IDX
               MOVE WS-ASG(WS-ASG-SHIFT) TO WS-ASG(WS-ASG-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-ASG-USED
           MOVE CSE-ASSIGNED-TO TO WS-ASG-ID(WS-ASG-IDX)
           MOVE 1 TO WS-ASG-COUNT(WS-ASG-IDX).

       PRINT-ONE-ASSIGNEE.
           MOVE "(name not on file)" TO WS-ASG-NAME
           IF WS-OPR-OPEN
               MOVE WS-ASG-ID(WS-ASG-IDX) TO OPR-ID
               READ OperatorFile KEY IS OPR-ID
                   NOT INVALID KEY
                       MOVE OPR-NAME TO WS-ASG-NAME
               END-READ
           END-IF
           PERFORM RPT-LINE
           STRING "ASSIGNED TO " WS-ASG-ID(WS-ASG-IDX) " "
                   WS-ASG-NAME " - " WS-ASG-COUNT(WS-ASG-IDX)
                   " overdue" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "  CASE    ID                   CAT  OPENED   "
                   "TARGET   DAYS S HOLD"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                   UNTIL WS-OVD-IDX > WS-OVD-USED
               IF WS-OVD-ASSIGNED-TO(WS-OVD-IDX)
                       = WS-ASG-ID(WS-ASG-IDX)
                   PERFORM PRINT-ONE-OVERDUE-CASE
               END-IF
           END-PERFORM.

       PRINT-ONE-OVERDUE-CASE.
           MOVE SPACES TO WS-HOLD-MARK
           IF WS-OVD-DISPUTED(WS-OVD-IDX) = "Y"
               MOVE "DISPUTED" TO WS-HOLD-MARK
           END-IF
           STRING "  " WS-OVD-CASE-NO(WS-OVD-IDX) " "
                   WS-OVD-DB-ID(WS-OVD-IDX) " "
                   WS-OVD-CATEGORY(WS-OVD-IDX) " "
                   WS-OVD-OPENED(WS-OVD-IDX) " "
                   WS-OVD-TARGET(WS-OVD-IDX) " "
                   WS-OVD-DAYS-OVER(WS-OVD-IDX) " "
                   WS-OVD-STATUS(WS-OVD-IDX) " " WS-HOLD-MARK
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       COMPUTE-DAY-SERIAL.
           COMPUTE WS-SER-PRIOR-YEAR = WS-SER-YEAR - 1
           DIVIDE WS-SER-PRIOR-YEAR BY 4 GIVING WS-LEAP-BY-4
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 100 GIVING WS-LEAP-BY-100
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 400 GIVING WS-LEAP-BY-400
                   REMAINDER WS-LEAP-REMAINDER
           COMPUTE WS-LEAP-COUNT
                   = WS-LEAP-BY-4 - WS-LEAP-BY-100 + WS-LEAP-BY-400
           COMPUTE WS-SER-RESULT
                   = WS-SER-PRIOR-YEAR * 365 + WS-LEAP-COUNT
           MOVE WS-SER-MONTH TO WS-SER-MONTH-IDX
           IF WS-SER-MONTH-IDX < 1 OR WS-SER-MONTH-IDX > 12
               MOVE 1 TO WS-SER-MONTH-IDX
           END-IF
           SET MONTH-CUM-IDX TO WS-SER-MONTH-IDX
           ADD MONTH-CUM-ENTRY(MONTH-CUM-IDX) TO WS-SER-RESULT
           ADD WS-SER-DAY TO WS-SER-RESULT
           IF WS-SER-MONTH > 2
               DIVIDE WS-SER-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-SER-RESULT
                   DIVIDE WS-SER-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SER-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           SUBTRACT 1 FROM WS-SER-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

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

       END PROGRAM S139.
