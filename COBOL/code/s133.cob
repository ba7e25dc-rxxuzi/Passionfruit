      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-17
      * Purpose: Monthly facility usage reports from the S132 visit
      *          log (visits.txt, VISREC). For the month asked for:
      *          visits per member, per branch (the S079 branch
      *          table, the head office first) and per hour of the
      *          day, counting admitted visits only - the turned-away
      *          are totalled at the foot. Then the retention list:
      *          every paying member - active and paid through today
      *          or later, registered more than the idle period ago -
      *          not seen at any branch in the last 90 days, with
      *          the name and phone from memdet.txt and the last
      *          visit if there ever was one. A real SORT orders the
      *          whole log by member (the S052 habit) and the output
      *          pass match-merges it against database.txt in key
      *          order, so a member with no visits at all is still
      *          found. Written through the shared RPTWRT writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S133.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

           SELECT VisitFile ASSIGN TO "./../visits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIS-STATUS.

           SELECT BranchFile ASSIGN TO "./../branch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRN-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  VisitFile.
           COPY VISREC.

       FD  BranchFile.
           COPY BRNREC.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-DB-ID                PIC X(20).
           05  SRT-DATE                 PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-VIS-STATUS                PIC XX.
       01  WS-BRN-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-DB-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-DB-DONE               VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-MEM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-MEM-IS-OPEN           VALUE "Y".
       01  WS-MERGE-ACTION              PIC X(01).
           88  WS-MERGE-VISITS-ONLY     VALUE "V".
           88  WS-MERGE-DB-ONLY         VALUE "D".
           88  WS-MERGE-BOTH            VALUE "B".
           88  WS-MERGE-FINISHED        VALUE "F".
       01  WS-MONTH-ENTRY               PIC X(06).
       01  WS-MONTH                     PIC 9(06).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-IDLE-DAYS                 PIC 9(03) VALUE 90.
       01  WS-REG-DATE                  PIC 9(08).
       01  WS-GROUP-ID                  PIC X(20).
       01  WS-GROUP-MONTH-VISITS        PIC 9(05).
       01  WS-GROUP-LAST-VISIT          PIC 9(08).
       01  WS-HOUR                      PIC 9(02).
       01  WS-HOUR-IDX                  PIC 9(02).
       01  WS-MONTH-VISITS              PIC 9(07) VALUE ZERO.
       01  WS-MONTH-REFUSED             PIC 9(07) VALUE ZERO.
       01  WS-MEMBERS-VISITING          PIC 9(07) VALUE ZERO.
       01  WS-NAME                      PIC X(30).
       01  WS-PHONE                     PIC X(15).

      * Admitted visits in the month by hour of day, 00 to 23.
       01  WS-HOUR-TABLE.
           05  WS-HOUR-VISITS OCCURS 24 TIMES PIC 9(07).

      * One slot per branch, the head office first - built from
      * branch.txt at report time, unknown codes added as met (the
      * S079 table).
       01  WS-ROW-BRANCH                PIC X(03).
       01  WS-ROW-FOUND-SWITCH          PIC X(01).
           88  WS-ROW-BRANCH-FOUND      VALUE "Y".
       01  WS-BRANCH-IDX                PIC 9(02).
       01  WS-BRANCH-TABLE.
           05  WS-BRN OCCURS 20 TIMES.
               10  WS-BRN-TBL-CODE      PIC X(03).
               10  WS-BRN-TBL-NAME      PIC X(30).
               10  WS-BRN-VISITS        PIC 9(07).
       01  WS-BRANCH-COUNT              PIC 9(02) VALUE ZERO.

      * The idle paying members, held until the usage sections are
      * printed.
       01  WS-IDLE-TABLE.
           05  WS-IDLE OCCURS 1000 TIMES.
               10  WS-IDLE-DB-ID        PIC X(20).
               10  WS-IDLE-LAST-VISIT   PIC 9(08).
       01  WS-IDLE-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-IDLE-IDX                  PIC 9(04).
       01  WS-IDLE-DROPPED              PIC 9(05) VALUE ZERO.

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S070 uses, so "days since" is a plain subtraction.
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

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           DISPLAY "Usage month (YYYYMM): "
           ACCEPT WS-MONTH-ENTRY
           IF WS-MONTH-ENTRY IS NOT NUMERIC
               DISPLAY "Month must be YYYYMM - report not run."
               STOP RUN
           END-IF
           MOVE WS-MONTH-ENTRY TO WS-MONTH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           INITIALIZE WS-HOUR-TABLE
           PERFORM BUILD-BRANCH-TABLE

           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               STOP RUN
           END-IF

           MOVE "s133" TO WS-RPT-ID
           MOVE "FACILITY USAGE" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Usage month " WS-MONTH DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           MOVE "VISITS PER MEMBER" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "ID                   VISITS  LAST VISIT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           SORT SortFile
               ON ASCENDING KEY SRT-DB-ID
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS Feed-Sort-Section
               OUTPUT PROCEDURE IS Merge-Sorted-Section
           CLOSE DatabaseFile

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Members visiting: " WS-MEMBERS-VISITING
                   "  visits: " WS-MONTH-VISITS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM PRINT-BRANCH-SECTION
           PERFORM PRINT-HOUR-SECTION
           PERFORM PRINT-IDLE-SECTION

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Visits in month: " WS-MONTH-VISITS
                   "  turned away: " WS-MONTH-REFUSED
                   "  idle members: " WS-IDLE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Usage report written - " WS-MONTH-VISITS
                   " visits, " WS-IDLE-COUNT " idle members."
           STOP RUN.

      * Every admitted visit goes to the sort - the last visit may
      * be any month - but only the month's are tallied by branch
      * and hour.
       Feed-Sort-Section SECTION.
       Feed-Sort.
           OPEN INPUT VisitFile
           IF WS-VIS-STATUS NOT = "00"
               DISPLAY "visits.txt could not be opened - status "
                       WS-VIS-STATUS " - no visits to report."
               GO TO Feed-Sort-Done
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-VISIT
           PERFORM UNTIL WS-END-OF-FILE
               IF VIS-DATE(1:6) = WS-MONTH-ENTRY
                   IF VIS-REFUSED
                       ADD 1 TO WS-MONTH-REFUSED
                   ELSE
                       PERFORM TALLY-MONTH-VISIT
                   END-IF
               END-IF
               IF VIS-ADMITTED
                   MOVE VIS-DB-ID TO SRT-DB-ID
                   MOVE VIS-DATE  TO SRT-DATE
                   RELEASE SORT-RECORD
               END-IF
               PERFORM READ-NEXT-VISIT
           END-PERFORM
           CLOSE VisitFile
           GO TO Feed-Sort-Done.
       READ-NEXT-VISIT.
           READ VisitFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       TALLY-MONTH-VISIT.
           ADD 1 TO WS-MONTH-VISITS
           MOVE VIS-BRANCH TO WS-ROW-BRANCH
           PERFORM FIND-BRANCH-SLOT
           ADD 1 TO WS-BRN-VISITS(WS-BRANCH-IDX)
           IF VIS-TIME(1:2) IS NUMERIC
               MOVE VIS-TIME(1:2) TO WS-HOUR
               IF WS-HOUR < 24
                   COMPUTE WS-HOUR-IDX = WS-HOUR + 1
                   ADD 1 TO WS-HOUR-VISITS(WS-HOUR-IDX)
               END-IF
           END-IF.
       Feed-Sort-Done.
           EXIT.

      * Balance-line match of the sorted visits against database.txt
      * in key order: an ID with visits but no row (void rows stay,
      * so this is a mis-keyed card) is listed for its visits only;
      * a row with no visits ever is still weighed for the idle list.
       Merge-Sorted-Section SECTION.
       Merge-Sorted.
           PERFORM RETURN-NEXT-SORTED
           PERFORM READ-NEXT-DB
           PERFORM SET-MERGE-ACTION
           PERFORM UNTIL WS-MERGE-FINISHED
               EVALUATE TRUE
                   WHEN WS-MERGE-VISITS-ONLY
                       PERFORM COLLECT-VISIT-GROUP
                   WHEN WS-MERGE-DB-ONLY
                       MOVE ZERO TO WS-GROUP-LAST-VISIT
                       PERFORM WEIGH-IDLE-MEMBER
                       PERFORM READ-NEXT-DB
                   WHEN OTHER
                       PERFORM COLLECT-VISIT-GROUP
                       PERFORM WEIGH-IDLE-MEMBER
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
                   SET WS-MERGE-VISITS-ONLY TO TRUE
               WHEN WS-SORT-DONE
                   SET WS-MERGE-DB-ONLY TO TRUE
               WHEN SRT-DB-ID < DB-ID
                   SET WS-MERGE-VISITS-ONLY TO TRUE
               WHEN SRT-DB-ID > DB-ID
                   SET WS-MERGE-DB-ONLY TO TRUE
               WHEN OTHER
                   SET WS-MERGE-BOTH TO TRUE
           END-EVALUATE.
       COLLECT-VISIT-GROUP.
           MOVE SRT-DB-ID TO WS-GROUP-ID
           MOVE ZERO TO WS-GROUP-MONTH-VISITS
           PERFORM UNTIL WS-SORT-DONE OR SRT-DB-ID NOT = WS-GROUP-ID
               IF SRT-DATE(1:6) = WS-MONTH-ENTRY
                   ADD 1 TO WS-GROUP-MONTH-VISITS
               END-IF
               MOVE SRT-DATE TO WS-GROUP-LAST-VISIT
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM
           IF WS-GROUP-MONTH-VISITS > ZERO
               ADD 1 TO WS-MEMBERS-VISITING
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-GROUP-ID " " WS-GROUP-MONTH-VISITS "   "
                       WS-GROUP-LAST-VISIT DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

      * Paying is active and paid through today or later (rows from
      * before paid-through dates count as paid). A member who
      * joined inside the idle period has not had the chance yet.
       WEIGH-IDLE-MEMBER.
           IF NOT DB-LAYOUT-CURRENT OR NOT DB-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF DB-PAID-THRU IS NUMERIC AND DB-PAID-THRU > ZERO
                   AND DB-PAID-THRU < WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF DB-EFF-DATE IS NUMERIC AND DB-EFF-DATE > ZERO
               MOVE DB-EFF-DATE TO WS-REG-DATE
           ELSE
               MOVE DB-REG-DATE TO WS-REG-DATE
           END-IF
           MOVE WS-REG-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           IF WS-TODAY-SERIAL - WS-SER-RESULT NOT > WS-IDLE-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-GROUP-LAST-VISIT > ZERO
               MOVE WS-GROUP-LAST-VISIT TO WS-SER-DATE
               PERFORM COMPUTE-DAY-SERIAL
               IF WS-TODAY-SERIAL - WS-SER-RESULT NOT > WS-IDLE-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IDLE-COUNT < 1000
               ADD 1 TO WS-IDLE-COUNT
               MOVE DB-ID TO WS-IDLE-DB-ID(WS-IDLE-COUNT)
               MOVE WS-GROUP-LAST-VISIT
                       TO WS-IDLE-LAST-VISIT(WS-IDLE-COUNT)
           ELSE
               ADD 1 TO WS-IDLE-DROPPED
           END-IF.
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
       PRINT-BRANCH-SECTION.
           PERFORM RPT-LINE
           MOVE "VISITS PER BRANCH" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-BRN-TBL-CODE(WS-BRANCH-IDX) " "
                       WS-BRN-TBL-NAME(WS-BRANCH-IDX) " "
                       WS-BRN-VISITS(WS-BRANCH-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM.

       PRINT-HOUR-SECTION.
           PERFORM RPT-LINE
           MOVE "VISITS PER HOUR OF DAY" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX > 24
               COMPUTE WS-HOUR = WS-HOUR-IDX - 1
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-HOUR ":00-" WS-HOUR ":59  "
                       WS-HOUR-VISITS(WS-HOUR-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM.

      * For the retention team - the name and phone to call.
       PRINT-IDLE-SECTION.
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "PAYING MEMBERS NOT SEEN IN " WS-IDLE-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "ID                   NAME                          "
                   " PHONE           LAST VISIT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-IS-OPEN TO TRUE
           END-IF
           PERFORM VARYING WS-IDLE-IDX FROM 1 BY 1
                   UNTIL WS-IDLE-IDX > WS-IDLE-COUNT
               PERFORM PRINT-ONE-IDLE-MEMBER
           END-PERFORM
           IF WS-MEM-IS-OPEN
               CLOSE MemberDetailsFile
           END-IF
           IF WS-IDLE-DROPPED > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING "... and " WS-IDLE-DROPPED
                       " more not listed" DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

       PRINT-ONE-IDLE-MEMBER.
           MOVE SPACES TO WS-NAME
           MOVE SPACES TO WS-PHONE
           IF WS-MEM-IS-OPEN
               MOVE WS-IDLE-DB-ID(WS-IDLE-IDX) TO MEM-DB-ID
               READ MemberDetailsFile KEY IS MEM-DB-ID
                   INVALID KEY
                       MOVE "(no details on file)" TO WS-NAME
                   NOT INVALID KEY
                       MOVE MEM-NAME  TO WS-NAME
                       MOVE MEM-PHONE TO WS-PHONE
               END-READ
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           IF WS-IDLE-LAST-VISIT(WS-IDLE-IDX) = ZERO
               STRING WS-IDLE-DB-ID(WS-IDLE-IDX) " " WS-NAME " "
                       WS-PHONE " never" DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
           ELSE
               STRING WS-IDLE-DB-ID(WS-IDLE-IDX) " " WS-NAME " "
                       WS-PHONE " " WS-IDLE-LAST-VISIT(WS-IDLE-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF
           PERFORM RPT-LINE.

      * The head office slot first (blank code), then the branch
      * master's codes; a code met in the log but absent from the
      * master still gets its own line.
       BUILD-BRANCH-TABLE.
           MOVE 1 TO WS-BRANCH-COUNT
           MOVE SPACES TO WS-BRN-TBL-CODE(1)
           MOVE "HEAD OFFICE" TO WS-BRN-TBL-NAME(1)
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > 20
               MOVE ZERO TO WS-BRN-VISITS(WS-BRANCH-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BranchFile
           IF WS-BRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-BRANCH
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-BRANCH-COUNT >= 20
               ADD 1 TO WS-BRANCH-COUNT
               MOVE BRN-CODE TO WS-BRN-TBL-CODE(WS-BRANCH-COUNT)
               MOVE BRN-NAME TO WS-BRN-TBL-NAME(WS-BRANCH-COUNT)
               PERFORM READ-NEXT-BRANCH
           END-PERFORM
           CLOSE BranchFile.

       READ-NEXT-BRANCH.
           READ BranchFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Place WS-ROW-BRANCH's slot in WS-BRANCH-IDX, adding a line
      * for a code the master does not know.
       FIND-BRANCH-SLOT.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                      OR WS-ROW-BRANCH-FOUND
               IF WS-BRN-TBL-CODE(WS-BRANCH-IDX) = WS-ROW-BRANCH
                   SET WS-ROW-BRANCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-BRANCH-FOUND
               SUBTRACT 1 FROM WS-BRANCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-BRANCH-COUNT < 20
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-ROW-BRANCH
                       TO WS-BRN-TBL-CODE(WS-BRANCH-COUNT)
               MOVE "(not on branch master)"
                       TO WS-BRN-TBL-NAME(WS-BRANCH-COUNT)
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
           ELSE
               MOVE 1 TO WS-BRANCH-IDX
           END-IF.

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

       END PROGRAM S133.
