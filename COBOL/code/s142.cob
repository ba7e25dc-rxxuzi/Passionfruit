      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-10
      * Purpose: Cohort retention and churn report. Members are
      *          grouped by the month they joined (the effective
      *          registration month, as S055 counts them), and each
      *          cohort is followed to 3, 6, 12, 24 and 36 months
      *          after joining: the share still active, lapsed, voided
      *          or back after a lapse (reinstated) at that point, for
      *          the cohort as a whole, by DB-COUNTRY and by DB-CLASS.
      *          A member's standing at a checkpoint comes off the
      *          change journal (audit.txt) - S070's lapse entries,
      *          the reinstate entries and the void entries, replayed
      *          up to the checkpoint date - so it is what it was
      *          then, not what it is now. A real SORT orders the
      *          journal by member (the S052 habit) and the output
      *          pass match-merges it against database.txt in key
      *          order, the way S133 does. A frozen member is still a
      *          member. A checkpoint is only counted once a cohort
      *          has lived to it. Ends with the churn summary - the
      *          share of each country and class lost (lapsed or
      *          voided) at each checkpoint, ranked fastest-losing
      *          first - and can also write the same figures as CSV
      *          (cohort.csv, or COHORT_FILE) for the office
      *          spreadsheet users. Written through the shared RPTWRT
      *          writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S142.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ExportFile ASSIGN TO DYNAMIC WS-EXPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  AuditFile.
           COPY AUDITREC.

       FD  ExportFile.
       01  EXPORT-LINE                  PIC X(100).

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-DB-ID                PIC X(20).
           05  SRT-DATE                 PIC 9(08).
           05  SRT-TIME                 PIC 9(06).
           05  SRT-MODE                 PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-EXPORT-PATH               PIC X(60).
       01  WS-EXPORT-STATUS             PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-DB-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-DB-DONE               VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-MERGE-ACTION              PIC X(01).
           88  WS-MERGE-EVENTS-ONLY     VALUE "E".
           88  WS-MERGE-DB-ONLY         VALUE "D".
           88  WS-MERGE-BOTH            VALUE "B".
           88  WS-MERGE-FINISHED        VALUE "F".
       01  WS-CSV-ANSWER                PIC X(01).
           88  WS-CSV-WANTED            VALUES "Y", "y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(04).
           05  WS-TODAY-MONTH           PIC 9(02).
           05  WS-TODAY-DAY             PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
                                        PIC 9(08).
       01  WS-NOW-MONTH-NUM             PIC 9(06).
       01  WS-REC-MONTH-NUM             PIC 9(06).
       01  WS-MONTHS-BACK               PIC S9(06).
       01  WS-WORK-MONTHS               PIC 9(06).
       01  WS-GROUP-ID                  PIC X(20).
       01  WS-NEW-STATE                 PIC X(01).
       01  WS-EVENTS-READ               PIC 9(07) VALUE ZERO.
       01  WS-MEMBERS-COUNTED           PIC 9(07) VALUE ZERO.
       01  WS-MEMBERS-OUTSIDE           PIC 9(07) VALUE ZERO.
       01  WS-EXPORT-COUNT              PIC 9(07) VALUE ZERO.

      * The date a row's cohort comes from: its effective date when
      * it carries one, its entry date otherwise (pre-change rows).
       01  WS-ROW-DATE.
           05  WS-ROW-YEAR              PIC 9(04).
           05  WS-ROW-MONTH             PIC 9(02).
           05  WS-ROW-DAY               PIC 9(02).

      * The five checkpoints, in months after joining.
       01  WS-CHECKPOINT-VALUES.
           05  FILLER                   PIC 9(03) VALUE 003.
           05  FILLER                   PIC 9(03) VALUE 006.
           05  FILLER                   PIC 9(03) VALUE 012.
           05  FILLER                   PIC 9(03) VALUE 024.
           05  FILLER                   PIC 9(03) VALUE 036.
       01  WS-CHECKPOINT-TABLE REDEFINES WS-CHECKPOINT-VALUES.
           05  WS-CP-MONTHS OCCURS 5 TIMES PIC 9(03).
       01  WS-CP-IDX                    PIC 9(01).

      * The member being weighed: the date each checkpoint falls on
      * and the standing the journal gives at it - A active, L
      * lapsed, V voided, R reinstated.
       01  WS-MEMBER-CHECKPOINTS.
           05  WS-MBR-CP OCCURS 5 TIMES.
               10  WS-MBR-CP-DATE.
                   15  WS-MBR-CP-YEAR   PIC 9(04).
                   15  WS-MBR-CP-MONTH  PIC 9(02).
                   15  WS-MBR-CP-DAY    PIC 9(02).
               10  WS-MBR-CP-NUM REDEFINES WS-MBR-CP-DATE
                                        PIC 9(08).
               10  WS-MBR-STATE         PIC X(01).
       01  WS-STATE-IDX                 PIC 9(01).

      * Report groups: slot 1 is every member, then one per
      * COUNTRY-TABLE country, then one per CLASS-TABLE class. A
      * country off the table counts in slot 1 only.
       01  WS-GROUP-TABLE.
           05  WS-GRP OCCURS 15 TIMES.
               10  WS-GRP-DIMENSION     PIC X(07).
               10  WS-GRP-LABEL         PIC X(20).
               10  WS-GRP-RANKED        PIC X(01).
       01  WS-GROUP-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-FIRST-CLASS-GRP           PIC 9(02).
       01  WS-GRP-IDX                   PIC 9(02).
       01  WS-COUNTRY-GRP               PIC 9(02).
       01  WS-CLASS-GRP                 PIC 9(02).
       01  WS-ROW-CLASS                 PIC X(01).

      * Slot 120 is this month, slot 1 is 119 months ago. Joiners
      * from before that are counted as outside the table.
       01  WS-COHORT-TABLE.
           05  WS-COH OCCURS 120 TIMES.
               10  WS-COH-YEAR          PIC 9(04).
               10  WS-COH-MONTH         PIC 9(02).
               10  WS-COH-GRP OCCURS 15 TIMES.
                   15  WS-COH-JOINED    PIC 9(05).
                   15  WS-COH-AT OCCURS 5 TIMES.
                       20  WS-COH-REACHED
                                        PIC 9(05).
                       20  WS-COH-STATE OCCURS 4 TIMES
                                        PIC 9(05).
       01  WS-COH-IDX                   PIC 9(03).

      * Every cohort together, per group - the churn summary.
       01  WS-CHURN-TABLE.
           05  WS-CHN-GRP OCCURS 15 TIMES.
               10  WS-CHN-JOINED        PIC 9(07).
               10  WS-CHN-AT OCCURS 5 TIMES.
                   15  WS-CHN-REACHED   PIC 9(07).
                   15  WS-CHN-STATE OCCURS 4 TIMES
                                        PIC 9(07).
       01  WS-RANK-CP                   PIC 9(01).
       01  WS-RANK-BEST                 PIC 9(02).
       01  WS-RANK-BEST-SHARE           PIC S9(03)V9.
       01  WS-RANK-SHARE                PIC S9(03)V9.
       01  WS-RANK-FROM                 PIC 9(02).
       01  WS-RANK-TO                   PIC 9(02).
       01  WS-RANK-PASS                 PIC 9(02).

      * Share and count workers for one report or CSV line.
       01  WS-LINE-REACHED              PIC 9(07).
       01  WS-LINE-STATE-TABLE.
           05  WS-LINE-STATE OCCURS 4 TIMES PIC 9(07).
       01  WS-SHARE                     PIC 9(03)V9.
       01  WS-SHARE-EDITED-TABLE.
           05  WS-SHARE-EDITED OCCURS 5 TIMES PIC ZZ9.9.
       01  WS-SHARE-TEXT-TABLE REDEFINES WS-SHARE-EDITED-TABLE.
           05  WS-SHARE-TEXT OCCURS 5 TIMES PIC X(05).
       01  WS-MONTHS-EDITED             PIC ZZ9.
       01  WS-COUNT-EDITED              PIC Z(6)9.
       01  WS-CSV-COUNT-TABLE.
           05  WS-CSV-COUNT OCCURS 6 TIMES PIC 9(07).
       01  WS-CSV-COHORT                PIC X(07).
       01  WS-CSV-MONTHS                PIC 9(02).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

       COPY COUNTRY.

       COPY CLASS.

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           PERFORM INITIALIZE-PATHS
           DISPLAY "Write a CSV copy for the spreadsheet (Y/N): "
           ACCEPT WS-CSV-ANSWER
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-NOW-MONTH-NUM
                   = WS-TODAY-YEAR * 12 + WS-TODAY-MONTH
           PERFORM BUILD-GROUP-TABLE
           PERFORM INITIALIZE-COHORT-SLOTS
           INITIALIZE WS-CHURN-TABLE

           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               STOP RUN
           END-IF

           SORT SortFile
               ON ASCENDING KEY SRT-DB-ID
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-TIME
               INPUT PROCEDURE IS Feed-Sort-Section
               OUTPUT PROCEDURE IS Merge-Sorted-Section
           CLOSE DatabaseFile

           MOVE "s142" TO WS-RPT-ID
           MOVE "COHORT RETENTION AND CHURN" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           PERFORM PRINT-COHORT-SECTION
           PERFORM PRINT-CHURN-SECTION
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Members weighed: " WS-MEMBERS-COUNTED
                   "  joined too early to show: " WS-MEMBERS-OUTSIDE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           IF WS-CSV-WANTED
               PERFORM WRITE-CSV-COPY
           END-IF
           DISPLAY "Cohort report written - " WS-MEMBERS-COUNTED
                   " members, " WS-EVENTS-READ " journal entries."
           STOP RUN.

      * Only the entries that change whether someone is still a
      * member go to the sort: lapse, reinstate and void. A journaled
      * failure (after-image spaces) changed nothing.
       Feed-Sort-Section SECTION.
       Feed-Sort.
           OPEN INPUT AuditFile
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "audit.txt could not be opened - status "
                       WS-AUDIT-STATUS " - every member reads as "
                       "still active."
               GO TO Feed-Sort-Done
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-AUDIT
           PERFORM UNTIL WS-END-OF-FILE
               IF (AUD-MODE-LAPSE OR AUD-MODE-REINSTATE
                       OR AUD-MODE-VOID)
                       AND AUD-AFTER-IMAGE NOT = SPACES
                       AND AUD-DATE IS NUMERIC
                   MOVE AUD-DB-ID TO SRT-DB-ID
                   MOVE AUD-DATE  TO SRT-DATE
                   IF AUD-TIME IS NUMERIC
                       MOVE AUD-TIME TO SRT-TIME
                   ELSE
                       MOVE ZERO TO SRT-TIME
                   END-IF
                   MOVE AUD-MODE  TO SRT-MODE
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-EVENTS-READ
               END-IF
               PERFORM READ-NEXT-AUDIT
           END-PERFORM
           CLOSE AuditFile
           GO TO Feed-Sort-Done.
       READ-NEXT-AUDIT.
           READ AuditFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       Feed-Sort-Done.
           EXIT.

      * Balance-line match of the sorted journal against
      * database.txt in key order: entries for an ID with no row are
      * passed over; a row with no entries stayed active throughout.
       Merge-Sorted-Section SECTION.
       Merge-Sorted.
           PERFORM RETURN-NEXT-SORTED
           PERFORM READ-NEXT-DB
           PERFORM SET-MERGE-ACTION
           PERFORM UNTIL WS-MERGE-FINISHED
               EVALUATE TRUE
                   WHEN WS-MERGE-EVENTS-ONLY
                       PERFORM SKIP-EVENT-GROUP
                   WHEN WS-MERGE-DB-ONLY
                       PERFORM SET-MEMBER-CHECKPOINTS
                       PERFORM TALLY-MEMBER
                       PERFORM READ-NEXT-DB
                   WHEN OTHER
                       PERFORM SET-MEMBER-CHECKPOINTS
                       PERFORM APPLY-EVENT-GROUP
                       PERFORM TALLY-MEMBER
                       PERFORM READ-NEXT-DB
               END-EVALUATE
               PERFORM SET-MERGE-ACTION
           END-PERFORM
           GO TO Merge-Sorted-Done.
       SET-MERGE-ACTION.
           EVALUATE TRUE
               WHEN WS-SORT-DONE AND WS-DB-DONE
                   SET WS-MERGE-FINISHED TO TRUE
               WHEN WS-DB-DONE
                   SET WS-MERGE-EVENTS-ONLY TO TRUE
               WHEN WS-SORT-DONE
                   SET WS-MERGE-DB-ONLY TO TRUE
               WHEN SRT-DB-ID < DB-ID
                   SET WS-MERGE-EVENTS-ONLY TO TRUE
               WHEN SRT-DB-ID > DB-ID
                   SET WS-MERGE-DB-ONLY TO TRUE
               WHEN OTHER
                   SET WS-MERGE-BOTH TO TRUE
           END-EVALUATE.
       SKIP-EVENT-GROUP.
           MOVE SRT-DB-ID TO WS-GROUP-ID
           PERFORM UNTIL WS-SORT-DONE OR SRT-DB-ID NOT = WS-GROUP-ID
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM.

      * Each checkpoint falls on the same day of the month the
      * member joined, so many months on; every one starts active.
       SET-MEMBER-CHECKPOINTS.
           IF DB-EFF-DATE IS NUMERIC AND DB-EFF-DATE > ZERO
               MOVE DB-EFF-DATE TO WS-ROW-DATE
           ELSE
               MOVE DB-REG-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-ROW-DATE
           END-IF
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 5
               COMPUTE WS-WORK-MONTHS = WS-ROW-MONTH - 1
                       + WS-CP-MONTHS(WS-CP-IDX)
               DIVIDE WS-WORK-MONTHS BY 12
                       GIVING WS-MBR-CP-YEAR(WS-CP-IDX)
                       REMAINDER WS-MBR-CP-MONTH(WS-CP-IDX)
               ADD WS-ROW-YEAR TO WS-MBR-CP-YEAR(WS-CP-IDX)
               ADD 1 TO WS-MBR-CP-MONTH(WS-CP-IDX)
               MOVE WS-ROW-DAY TO WS-MBR-CP-DAY(WS-CP-IDX)
               MOVE "A" TO WS-MBR-STATE(WS-CP-IDX)
           END-PERFORM.

      * The journal is in date order, so the last entry on or
      * before a checkpoint is the standing at it.
       APPLY-EVENT-GROUP.
           MOVE SRT-DB-ID TO WS-GROUP-ID
           PERFORM UNTIL WS-SORT-DONE OR SRT-DB-ID NOT = WS-GROUP-ID
               EVALUATE SRT-MODE
                   WHEN "L"
                       MOVE "L" TO WS-NEW-STATE
                   WHEN "I"
                       MOVE "R" TO WS-NEW-STATE
                   WHEN OTHER
                       MOVE "V" TO WS-NEW-STATE
               END-EVALUATE
               PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > 5
                   IF SRT-DATE NOT > WS-MBR-CP-NUM(WS-CP-IDX)
                       MOVE WS-NEW-STATE TO WS-MBR-STATE(WS-CP-IDX)
                   END-IF
               END-PERFORM
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM.

      * Current-layout rows only - a trailer row is no member. The
      * member counts once in its cohort for every group it is in.
       TALLY-MEMBER.
           IF NOT DB-LAYOUT-CURRENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-MONTH-NUM = WS-ROW-YEAR * 12 + WS-ROW-MONTH
           COMPUTE WS-MONTHS-BACK
                   = WS-NOW-MONTH-NUM - WS-REC-MONTH-NUM
           IF WS-MONTHS-BACK < 0 OR WS-MONTHS-BACK > 119
               ADD 1 TO WS-MEMBERS-OUTSIDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEMBERS-COUNTED
           COMPUTE WS-COH-IDX = 120 - WS-MONTHS-BACK

           MOVE ZERO TO WS-COUNTRY-GRP
           PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                   UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
               IF COUNTRY-NAME(COUNTRY-IDX) = DB-COUNTRY
                   SET WS-COUNTRY-GRP TO COUNTRY-IDX
                   ADD 1 TO WS-COUNTRY-GRP
               END-IF
           END-PERFORM
           MOVE DB-CLASS TO WS-ROW-CLASS
           IF WS-ROW-CLASS = SPACES
               MOVE "R" TO WS-ROW-CLASS
           END-IF
           MOVE ZERO TO WS-CLASS-GRP
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-TABLE-SIZE
               IF CLASS-CODE(CLASS-IDX) = WS-ROW-CLASS
                   SET WS-CLASS-GRP TO CLASS-IDX
                   ADD WS-FIRST-CLASS-GRP TO WS-CLASS-GRP
                   SUBTRACT 1 FROM WS-CLASS-GRP
               END-IF
           END-PERFORM

           MOVE 1 TO WS-GRP-IDX
           PERFORM TALLY-MEMBER-IN-GROUP
           IF WS-COUNTRY-GRP > ZERO
               MOVE WS-COUNTRY-GRP TO WS-GRP-IDX
               PERFORM TALLY-MEMBER-IN-GROUP
           END-IF
           IF WS-CLASS-GRP > ZERO
               MOVE WS-CLASS-GRP TO WS-GRP-IDX
               PERFORM TALLY-MEMBER-IN-GROUP
           END-IF.

       TALLY-MEMBER-IN-GROUP.
           ADD 1 TO WS-COH-JOINED(WS-COH-IDX WS-GRP-IDX)
           ADD 1 TO WS-CHN-JOINED(WS-GRP-IDX)
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 5
               IF WS-MBR-CP-NUM(WS-CP-IDX) NOT > WS-TODAY-NUM
                   EVALUATE WS-MBR-STATE(WS-CP-IDX)
                       WHEN "A" MOVE 1 TO WS-STATE-IDX
                       WHEN "L" MOVE 2 TO WS-STATE-IDX
                       WHEN "V" MOVE 3 TO WS-STATE-IDX
                       WHEN OTHER MOVE 4 TO WS-STATE-IDX
                   END-EVALUATE
                   ADD 1 TO WS-COH-REACHED(WS-COH-IDX WS-GRP-IDX
                           WS-CP-IDX)
                   ADD 1 TO WS-COH-STATE(WS-COH-IDX WS-GRP-IDX
                           WS-CP-IDX WS-STATE-IDX)
                   ADD 1 TO WS-CHN-REACHED(WS-GRP-IDX WS-CP-IDX)
                   ADD 1 TO WS-CHN-STATE(WS-GRP-IDX WS-CP-IDX
                           WS-STATE-IDX)
               END-IF
           END-PERFORM.
       READ-NEXT-DB.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-DB-DONE TO TRUE
           END-READ.
       RETURN-NEXT-SORTED.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Merge-Sorted-Done.
           EXIT.

       Support-Section SECTION.
      * Oldest cohort first. Each group with joiners gets a line per
      * checkpoint the cohort has lived to.
       PRINT-COHORT-SECTION.
           MOVE "RETENTION BY JOINING MONTH" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
                   UNTIL WS-COH-IDX > 120
               IF WS-COH-JOINED(WS-COH-IDX 1) > ZERO
                   PERFORM PRINT-ONE-COHORT
               END-IF
           END-PERFORM.

       PRINT-ONE-COHORT.
           PERFORM RPT-LINE
           MOVE WS-COH-JOINED(WS-COH-IDX 1) TO WS-COUNT-EDITED
           STRING "COHORT " WS-COH-YEAR(WS-COH-IDX) "/"
                   WS-COH-MONTH(WS-COH-IDX) "   JOINED "
                   WS-COUNT-EDITED DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF WS-COH-REACHED(WS-COH-IDX 1 1) = ZERO
               MOVE "  no checkpoint reached yet" TO WS-RPT-TEXT
               PERFORM RPT-LINE
               EXIT PARAGRAPH
           END-IF
           STRING "  GROUP                MONTHS  MEMBERS  ACTIVE%"
                   " LAPSED%   VOID% REINST%"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               IF WS-COH-JOINED(WS-COH-IDX WS-GRP-IDX) > ZERO
                   PERFORM PRINT-COHORT-GROUP
               END-IF
           END-PERFORM.

       PRINT-COHORT-GROUP.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 5
               IF WS-COH-REACHED(WS-COH-IDX WS-GRP-IDX WS-CP-IDX)
                       > ZERO
                   MOVE WS-COH-REACHED(WS-COH-IDX WS-GRP-IDX
                           WS-CP-IDX) TO WS-LINE-REACHED
                   PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                           UNTIL WS-STATE-IDX > 4
                       MOVE WS-COH-STATE(WS-COH-IDX WS-GRP-IDX
                               WS-CP-IDX WS-STATE-IDX)
                               TO WS-LINE-STATE(WS-STATE-IDX)
                   END-PERFORM
                   PERFORM PRINT-STATE-LINE
               END-IF
           END-PERFORM.

      * One line: the group, the checkpoint, how many members have
      * lived to it and the share in each standing.
       PRINT-STATE-LINE.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > 4
               COMPUTE WS-SHARE ROUNDED
                       = WS-LINE-STATE(WS-STATE-IDX) * 100
                       / WS-LINE-REACHED
               MOVE WS-SHARE TO WS-SHARE-EDITED(WS-STATE-IDX)
           END-PERFORM
           MOVE WS-CP-MONTHS(WS-CP-IDX) TO WS-MONTHS-EDITED
           MOVE WS-LINE-REACHED TO WS-COUNT-EDITED
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  " WS-GRP-LABEL(WS-GRP-IDX) "   "
                   WS-MONTHS-EDITED "  " WS-COUNT-EDITED "    "
                   WS-SHARE-EDITED(1) "   " WS-SHARE-EDITED(2) "   "
                   WS-SHARE-EDITED(3) "   " WS-SHARE-EDITED(4)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * Every cohort together: for each group the share lost -
      * lapsed or voided - at each checkpoint. Countries, then
      * classes, each ranked by the share lost at the longest
      * checkpoint any member has lived to, fastest-losing first.
       PRINT-CHURN-SECTION.
           PERFORM RPT-LINE
           MOVE "CHURN SUMMARY - SHARE LOST (LAPSED OR VOIDED)"
                   TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE ZERO TO WS-RANK-CP
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 5
               IF WS-CHN-REACHED(1 WS-CP-IDX) > ZERO
                   MOVE WS-CP-IDX TO WS-RANK-CP
               END-IF
           END-PERFORM
           IF WS-RANK-CP = ZERO
               MOVE "No member has reached 3 months yet." TO
                       WS-RPT-TEXT
               PERFORM RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CP-MONTHS(WS-RANK-CP) TO WS-MONTHS-EDITED
           STRING "Ranked by share lost at " WS-MONTHS-EDITED
                   " months" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "  GROUP                 JOINED     3M     6M"
                   "    12M    24M    36M"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE 1 TO WS-GRP-IDX
           PERFORM PRINT-CHURN-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               MOVE "N" TO WS-GRP-RANKED(WS-GRP-IDX)
           END-PERFORM
           MOVE 2 TO WS-RANK-FROM
           COMPUTE WS-RANK-TO = WS-FIRST-CLASS-GRP - 1
           PERFORM PRINT-RANKED-GROUPS
           MOVE WS-FIRST-CLASS-GRP TO WS-RANK-FROM
           MOVE WS-GROUP-COUNT TO WS-RANK-TO
           PERFORM PRINT-RANKED-GROUPS.

      * Selection pass over WS-RANK-FROM thru WS-RANK-TO: the
      * unprinted group losing the biggest share goes next. A group
      * with nobody at the ranking checkpoint goes last.
       PRINT-RANKED-GROUPS.
           PERFORM RPT-LINE
           PERFORM VARYING WS-RANK-PASS FROM WS-RANK-FROM BY 1
                   UNTIL WS-RANK-PASS > WS-RANK-TO
               MOVE ZERO TO WS-RANK-BEST
               MOVE -1 TO WS-RANK-BEST-SHARE
               PERFORM VARYING WS-GRP-IDX FROM WS-RANK-FROM BY 1
                       UNTIL WS-GRP-IDX > WS-RANK-TO
                   IF WS-GRP-RANKED(WS-GRP-IDX) = "N"
                       PERFORM WEIGH-RANK-CANDIDATE
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-GRP-RANKED(WS-RANK-BEST)
               MOVE WS-RANK-BEST TO WS-GRP-IDX
               IF WS-CHN-JOINED(WS-GRP-IDX) > ZERO
                   PERFORM PRINT-CHURN-LINE
               END-IF
           END-PERFORM.

       WEIGH-RANK-CANDIDATE.
           IF WS-CHN-REACHED(WS-GRP-IDX WS-RANK-CP) > ZERO
               COMPUTE WS-RANK-SHARE ROUNDED
                       = (WS-CHN-STATE(WS-GRP-IDX WS-RANK-CP 2)
                        + WS-CHN-STATE(WS-GRP-IDX WS-RANK-CP 3)) * 100
                       / WS-CHN-REACHED(WS-GRP-IDX WS-RANK-CP)
           ELSE
               MOVE -0.9 TO WS-RANK-SHARE
           END-IF
           IF WS-RANK-BEST = ZERO OR WS-RANK-SHARE > WS-RANK-BEST-SHARE
               MOVE WS-GRP-IDX TO WS-RANK-BEST
               MOVE WS-RANK-SHARE TO WS-RANK-BEST-SHARE
           END-IF.

       PRINT-CHURN-LINE.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 5
               IF WS-CHN-REACHED(WS-GRP-IDX WS-CP-IDX) > ZERO
                   COMPUTE WS-SHARE ROUNDED
                           = (WS-CHN-STATE(WS-GRP-IDX WS-CP-IDX 2)
                            + WS-CHN-STATE(WS-GRP-IDX WS-CP-IDX 3))
                           * 100 / WS-CHN-REACHED(WS-GRP-IDX WS-CP-IDX)
                   MOVE WS-SHARE TO WS-SHARE-EDITED(WS-CP-IDX)
               ELSE
                   MOVE "    -" TO WS-SHARE-TEXT(WS-CP-IDX)
               END-IF
           END-PERFORM
           MOVE WS-CHN-JOINED(WS-GRP-IDX) TO WS-COUNT-EDITED
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  " WS-GRP-LABEL(WS-GRP-IDX) " " WS-COUNT-EDITED
                   "  " WS-SHARE-EDITED(1) "  " WS-SHARE-EDITED(2)
                   "  " WS-SHARE-EDITED(3) "  " WS-SHARE-EDITED(4)
                   "  " WS-SHARE-EDITED(5)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * The same figures as plain counts, one line per cohort, group
      * and checkpoint reached, then the all-cohort lines under
      * COHORT "ALL" - the spreadsheet works out its own shares.
       WRITE-CSV-COPY.
           OPEN OUTPUT ExportFile
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "CSV file " WS-EXPORT-PATH
                       " could not be opened - status "
                       WS-EXPORT-STATUS " - no CSV copy written."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXPORT-LINE
           STRING "COHORT,DIMENSION,GROUP,MONTHS,JOINED,MEMBERS,"
                   "ACTIVE,LAPSED,VOIDED,REINSTATED"
                   DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
                   UNTIL WS-COH-IDX > 120
               IF WS-COH-JOINED(WS-COH-IDX 1) > ZERO
                   MOVE SPACES TO WS-CSV-COHORT
                   STRING WS-COH-YEAR(WS-COH-IDX)
                           WS-COH-MONTH(WS-COH-IDX)
                           DELIMITED BY SIZE INTO WS-CSV-COHORT
                   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                       PERFORM WRITE-CSV-COHORT-GROUP
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "ALL" TO WS-CSV-COHORT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               PERFORM WRITE-CSV-CHURN-GROUP
           END-PERFORM
           MOVE SPACES TO EXPORT-LINE
           STRING "TOTAL," DELIMITED BY SIZE
                   WS-EXPORT-COUNT DELIMITED BY SIZE
                   INTO EXPORT-LINE
           WRITE EXPORT-LINE
           CLOSE ExportFile
           DISPLAY "CSV copy written - " WS-EXPORT-COUNT
                   " line(s) to " WS-EXPORT-PATH.

       WRITE-CSV-COHORT-GROUP.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 5
               IF WS-COH-REACHED(WS-COH-IDX WS-GRP-IDX WS-CP-IDX)
                       > ZERO
                   MOVE WS-COH-JOINED(WS-COH-IDX WS-GRP-IDX)
                           TO WS-CSV-COUNT(1)
                   MOVE WS-COH-REACHED(WS-COH-IDX WS-GRP-IDX
                           WS-CP-IDX) TO WS-CSV-COUNT(2)
                   PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                           UNTIL WS-STATE-IDX > 4
                       MOVE WS-COH-STATE(WS-COH-IDX WS-GRP-IDX
                               WS-CP-IDX WS-STATE-IDX)
                               TO WS-CSV-COUNT(WS-STATE-IDX + 2)
                   END-PERFORM
                   PERFORM WRITE-CSV-LINE
               END-IF
           END-PERFORM.

       WRITE-CSV-CHURN-GROUP.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 5
               IF WS-CHN-REACHED(WS-GRP-IDX WS-CP-IDX) > ZERO
                   MOVE WS-CHN-JOINED(WS-GRP-IDX) TO WS-CSV-COUNT(1)
                   MOVE WS-CHN-REACHED(WS-GRP-IDX WS-CP-IDX)
                           TO WS-CSV-COUNT(2)
                   PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                           UNTIL WS-STATE-IDX > 4
                       MOVE WS-CHN-STATE(WS-GRP-IDX WS-CP-IDX
                               WS-STATE-IDX)
                               TO WS-CSV-COUNT(WS-STATE-IDX + 2)
                   END-PERFORM
                   PERFORM WRITE-CSV-LINE
               END-IF
           END-PERFORM.

      * The group name travels quoted, as S053 does the country.
       WRITE-CSV-LINE.
           MOVE WS-CP-MONTHS(WS-CP-IDX) TO WS-CSV-MONTHS
           MOVE SPACES TO EXPORT-LINE
           STRING WS-CSV-COHORT DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-GRP-DIMENSION(WS-GRP-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   WS-GRP-LABEL(WS-GRP-IDX) DELIMITED BY "  "
                   '"' DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-MONTHS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-COUNT(1) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-COUNT(2) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-COUNT(3) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-COUNT(4) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-COUNT(5) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-COUNT(6) DELIMITED BY SIZE
                   INTO EXPORT-LINE
           WRITE EXPORT-LINE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "WRITE to CSV file failed - status "
                       WS-EXPORT-STATUS
           ELSE
               ADD 1 TO WS-EXPORT-COUNT
           END-IF.

       BUILD-GROUP-TABLE.
           MOVE 1 TO WS-GROUP-COUNT
           MOVE "ALL" TO WS-GRP-DIMENSION(1)
           MOVE "ALL MEMBERS" TO WS-GRP-LABEL(1)
           PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                   UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
               ADD 1 TO WS-GROUP-COUNT
               MOVE "COUNTRY" TO WS-GRP-DIMENSION(WS-GROUP-COUNT)
               MOVE COUNTRY-NAME(COUNTRY-IDX)
                       TO WS-GRP-LABEL(WS-GROUP-COUNT)
           END-PERFORM
           COMPUTE WS-FIRST-CLASS-GRP = WS-GROUP-COUNT + 1
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-TABLE-SIZE
               ADD 1 TO WS-GROUP-COUNT
               MOVE "CLASS" TO WS-GRP-DIMENSION(WS-GROUP-COUNT)
               MOVE CLASS-NAME(CLASS-IDX)
                       TO WS-GRP-LABEL(WS-GROUP-COUNT)
           END-PERFORM.

       INITIALIZE-COHORT-SLOTS.
           INITIALIZE WS-COHORT-TABLE
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
                   UNTIL WS-COH-IDX > 120
               COMPUTE WS-WORK-MONTHS
                       = WS-NOW-MONTH-NUM - 120 + WS-COH-IDX - 1
               DIVIDE WS-WORK-MONTHS BY 12
                       GIVING WS-COH-YEAR(WS-COH-IDX)
                       REMAINDER WS-COH-MONTH(WS-COH-IDX)
               ADD 1 TO WS-COH-MONTH(WS-COH-IDX)
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

      * DATABASE_PATH steers the input the same as S015; the CSV copy
      * lands in cohort.csv next to database.txt unless COHORT_FILE
      * says otherwise.
       INITIALIZE-PATHS.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT
           MOVE "./../cohort.csv" TO WS-EXPORT-PATH
           ACCEPT WS-EXPORT-PATH FROM ENVIRONMENT "COHORT_FILE"
               ON EXCEPTION
                   MOVE "./../cohort.csv" TO WS-EXPORT-PATH
           END-ACCEPT.

       END PROGRAM S142.
