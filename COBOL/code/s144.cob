      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-16
      * Purpose: Member data-quality scoring and cleanup worklist.
      *          Blank phones, malformed emails, missing second
      *          address lines and names keyed in mixed case are
      *          only found today when a letter bounces or an S092
      *          notification fails. This run scores every
      *          memdet.txt record against the rules - name, first
      *          and second address lines, phone and email present;
      *          name in capitals with no stray spaces (S048 finds a
      *          member on the leading part of the name as keyed);
      *          phone digits only; email of the shape name@domain.x;
      *          the registration's DB-COUNTRY (or a COUNTRY.cpy
      *          synonym) somewhere on the address; the address not
      *          flagged gone-away by S136 - out of 100, and flags a
      *          details row with no registration behind it. The two
      *          files are match-merged in key order. A real SORT
      *          orders the cleanup worklist: members with an open
      *          balance on balmast.txt first, then those whose
      *          renewal falls due within two months (or is already
      *          past due), then the rest, the worst score first in
      *          each, and the orphan rows last. Each run's overall
      *          completeness is appended to dqtrend.txt (DQTREC) and
      *          the last twelve runs are printed, so the clean-up
      *          can be seen working. Written through RPTWRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S144.

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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT TrendFile ASSIGN TO "./../dqtrend.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DQT-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  BalanceFile.
           COPY BALREC.

       FD  TrendFile.
           COPY DQTREC.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-PRIORITY             PIC 9(01).
           05  SRT-SCORE                PIC 9(03).
           05  SRT-DB-ID                PIC X(20).
           05  SRT-DEFECTS              PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-DQT-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-DB-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-DB-DONE               VALUE "Y".
       01  WS-MEM-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-MEM-DONE              VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-BAL-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-BAL-IS-OPEN           VALUE "Y".
       01  WS-MERGE-ACTION              PIC X(01).
           88  WS-MERGE-DETAILS-ONLY    VALUE "M".
           88  WS-MERGE-DB-ONLY         VALUE "D".
           88  WS-MERGE-BOTH            VALUE "B".
           88  WS-MERGE-FINISHED        VALUE "F".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(04).
           05  WS-TODAY-MONTH           PIC 9(02).
           05  WS-TODAY-DAY             PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
                                        PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(08).
      * Renewals falling due on or before this date put a member
      * ahead on the worklist - today plus two months.
       01  WS-HORIZON-DATE.
           05  WS-HORIZON-YEAR          PIC 9(04).
           05  WS-HORIZON-MONTH         PIC 9(02).
           05  WS-HORIZON-DAY           PIC 9(02).
       01  WS-HORIZON-NUM REDEFINES WS-HORIZON-DATE
                                        PIC 9(08).

      * The rules, one check each; a blank field fails its "present"
      * check only - its format check is not held against it twice.
       01  WS-CHECKS-PER-ROW            PIC 9(02) VALUE 10.
       01  WS-CHECKS-PASSED             PIC 9(02).
       01  WS-SCORE                     PIC 9(03).
       01  WS-DEFECTS                   PIC X(50).
       01  WS-DEFECT-PTR                PIC 9(03).
       01  WS-PRIORITY                  PIC 9(01).
       01  WS-FIELD-LEN                 PIC 9(02).
       01  WS-SCAN-IDX                  PIC 9(02).
       01  WS-AT-COUNT                  PIC 9(02).
       01  WS-AT-POS                    PIC 9(02).
       01  WS-DOT-POS                   PIC 9(02).
       01  WS-SPACE-COUNT               PIC 9(02).
       01  WS-HIT-COUNT                 PIC 9(03).
       01  WS-UPPER-NAME                PIC X(30).
       01  WS-UPPER-ADDRESS             PIC X(90).
       01  WS-COUNTRY-LEN               PIC 9(02).
       01  WS-SYN-LEN                   PIC 9(02).
       01  WS-LOWER-LETTERS             PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-LETTERS             PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Run totals.
       01  WS-RECORDS-SCORED            PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-CLEAN             PIC 9(07) VALUE ZERO.
       01  WS-ORPHANS                   PIC 9(07) VALUE ZERO.
       01  WS-NO-DETAILS                PIC 9(07) VALUE ZERO.
       01  WS-CHECKS-RUN                PIC 9(09) VALUE ZERO.
       01  WS-CHECKS-PASSED-ALL         PIC 9(09) VALUE ZERO.
       01  WS-COMPLETENESS              PIC 9(03)V9 VALUE ZERO.
       01  WS-PCT-EDITED                PIC ZZ9.9.
       01  WS-CHANGE                    PIC S9(03)V9.
       01  WS-CHANGE-EDITED             PIC +ZZ9.9.
       01  WS-WORKLIST-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-PRIORITY-TAG              PIC X(08).
       01  WS-LAST-PRIORITY             PIC 9(01).
      * Failures per rule, in WS-DEFECT-CODES order.
       01  WS-RULE-FAIL-TABLE.
           05  WS-RULE-FAILS OCCURS 10 TIMES PIC 9(07).
       01  WS-RULE-IDX                  PIC 9(02).
       01  WS-DEFECT-CODE-VALUES.
           05  FILLER PIC X(30) VALUE "NAME  no name".
           05  FILLER PIC X(30) VALUE "NFMT  name not capitals/spaced".
           05  FILLER PIC X(30) VALUE "ADR1  no address line 1".
           05  FILLER PIC X(30) VALUE "ADR2  no address line 2".
           05  FILLER PIC X(30) VALUE "PHON  no phone".
           05  FILLER PIC X(30) VALUE "PFMT  phone not digits only".
           05  FILLER PIC X(30) VALUE "MAIL  no email".
           05  FILLER PIC X(30) VALUE "EFMT  email malformed".
           05  FILLER PIC X(30) VALUE "CTRY  country not on address".
           05  FILLER PIC X(30) VALUE "GONE  address gone-away".
       01  WS-DEFECT-CODES REDEFINES WS-DEFECT-CODE-VALUES.
           05  WS-DEFECT-ENTRY OCCURS 10 TIMES.
               10  WS-DEFECT-CODE       PIC X(04).
               10  FILLER               PIC X(02).
               10  WS-DEFECT-TEXT       PIC X(24).

      * The last twelve runs, oldest first - the window slides when
      * dqtrend.txt holds more (the S060 habit).
       01  WS-TREND-TABLE.
           05  WS-TRD OCCURS 12 TIMES.
               10  WS-TRD-DATE          PIC 9(08).
               10  WS-TRD-RECORDS       PIC 9(07).
               10  WS-TRD-CLEAN         PIC 9(07).
               10  WS-TRD-COMPLETENESS  PIC 9(03)V9.
               10  WS-TRD-ORPHANS       PIC 9(07).
       01  WS-TREND-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-TRD-IDX                   PIC 9(02).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

       COPY COUNTRY.

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY-DATE TO WS-HORIZON-DATE
           ADD 2 TO WS-HORIZON-MONTH
           IF WS-HORIZON-MONTH > 12
               SUBTRACT 12 FROM WS-HORIZON-MONTH
               ADD 1 TO WS-HORIZON-YEAR
           END-IF
           INITIALIZE WS-RULE-FAIL-TABLE

           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS NOT = "00"
               DISPLAY "memdet.txt could not be opened - status "
                       WS-MEM-STATUS " - nothing to score."
               STOP RUN
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               CLOSE MemberDetailsFile
               STOP RUN
           END-IF
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS = "00"
               SET WS-BAL-IS-OPEN TO TRUE
           END-IF

           MOVE "s144" TO WS-RPT-ID
           MOVE "MEMBER DATA QUALITY" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE "CLEANUP WORKLIST" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "ID                   SCORE  DEFECTS"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           SORT SortFile
               ON ASCENDING KEY SRT-PRIORITY
               ON ASCENDING KEY SRT-SCORE
               ON ASCENDING KEY SRT-DB-ID
               INPUT PROCEDURE IS Score-Members-Section
               OUTPUT PROCEDURE IS Print-Worklist-Section
           CLOSE DatabaseFile
           CLOSE MemberDetailsFile
           IF WS-BAL-IS-OPEN
               CLOSE BalanceFile
           END-IF

           IF WS-CHECKS-RUN > ZERO
               COMPUTE WS-COMPLETENESS ROUNDED
                       = WS-CHECKS-PASSED-ALL * 100 / WS-CHECKS-RUN
           END-IF
           PERFORM PRINT-RULE-SECTION
           PERFORM APPEND-TREND-ROW
           PERFORM PRINT-TREND-SECTION

           MOVE WS-COMPLETENESS TO WS-PCT-EDITED
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Scored " WS-RECORDS-SCORED "  clean "
                   WS-RECORDS-CLEAN "  completeness " WS-PCT-EDITED
                   "%  orphans " WS-ORPHANS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Data-quality run done - " WS-WORKLIST-COUNT
                   " record(s) on the worklist, completeness "
                   WS-PCT-EDITED "%."
           STOP RUN.

      * Balance-line match of memdet.txt against database.txt, both
      * in key order: a details row alone is an orphan; a
      * registration alone has no details to score and is only
      * counted; a pair is scored.
       Score-Members-Section SECTION.
       Score-Members.
           PERFORM READ-NEXT-DETAILS
           PERFORM READ-NEXT-DB
           PERFORM SET-MERGE-ACTION
           PERFORM UNTIL WS-MERGE-FINISHED
               EVALUATE TRUE
                   WHEN WS-MERGE-DETAILS-ONLY
                       PERFORM RELEASE-ORPHAN
                       PERFORM READ-NEXT-DETAILS
                   WHEN WS-MERGE-DB-ONLY
                       IF DB-LAYOUT-CURRENT AND NOT DB-STATUS-VOID
                           ADD 1 TO WS-NO-DETAILS
                       END-IF
                       PERFORM READ-NEXT-DB
                   WHEN OTHER
                       PERFORM SCORE-ONE-MEMBER
                       PERFORM READ-NEXT-DETAILS
                       PERFORM READ-NEXT-DB
               END-EVALUATE
               PERFORM SET-MERGE-ACTION
           END-PERFORM
           GO TO Score-Members-Done.
       SET-MERGE-ACTION.
           EVALUATE TRUE
               WHEN WS-MEM-DONE AND WS-DB-DONE
                   SET WS-MERGE-FINISHED TO TRUE
               WHEN WS-DB-DONE
                   SET WS-MERGE-DETAILS-ONLY TO TRUE
               WHEN WS-MEM-DONE
                   SET WS-MERGE-DB-ONLY TO TRUE
               WHEN MEM-DB-ID < DB-ID
                   SET WS-MERGE-DETAILS-ONLY TO TRUE
               WHEN MEM-DB-ID > DB-ID
                   SET WS-MERGE-DB-ONLY TO TRUE
               WHEN OTHER
                   SET WS-MERGE-BOTH TO TRUE
           END-EVALUATE.
       READ-NEXT-DETAILS.
           READ MemberDetailsFile NEXT RECORD
               AT END
                   SET WS-MEM-DONE TO TRUE
           END-READ.
       READ-NEXT-DB.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-DB-DONE TO TRUE
           END-READ.

       RELEASE-ORPHAN.
           ADD 1 TO WS-ORPHANS
           MOVE 9 TO SRT-PRIORITY
           MOVE ZERO TO SRT-SCORE
           MOVE MEM-DB-ID TO SRT-DB-ID
           MOVE "ORPH  no registration for these details"
                   TO SRT-DEFECTS
           RELEASE SORT-RECORD.

       SCORE-ONE-MEMBER.
           MOVE ZERO TO WS-CHECKS-PASSED
           MOVE SPACES TO WS-DEFECTS
           MOVE 1 TO WS-DEFECT-PTR

           IF MEM-NAME = SPACES
               MOVE 1 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
               ADD 1 TO WS-CHECKS-PASSED
           ELSE
               ADD 1 TO WS-CHECKS-PASSED
               PERFORM CHECK-NAME-FORMAT
           END-IF
           IF MEM-ADDR-1 = SPACES
               MOVE 3 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
           ELSE
               ADD 1 TO WS-CHECKS-PASSED
           END-IF
           IF MEM-ADDR-2 = SPACES
               MOVE 4 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
           ELSE
               ADD 1 TO WS-CHECKS-PASSED
           END-IF
           IF MEM-PHONE = SPACES
               MOVE 5 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
               ADD 1 TO WS-CHECKS-PASSED
           ELSE
               ADD 1 TO WS-CHECKS-PASSED
               PERFORM CHECK-PHONE-FORMAT
           END-IF
           IF MEM-EMAIL = SPACES
               MOVE 7 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
               ADD 1 TO WS-CHECKS-PASSED
           ELSE
               ADD 1 TO WS-CHECKS-PASSED
               PERFORM CHECK-EMAIL-FORMAT
           END-IF
           PERFORM CHECK-ADDRESS-COUNTRY
           IF MEM-ADDRESS-GONE-AWAY
               MOVE 10 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
           ELSE
               ADD 1 TO WS-CHECKS-PASSED
           END-IF

           ADD 1 TO WS-RECORDS-SCORED
           ADD WS-CHECKS-PER-ROW TO WS-CHECKS-RUN
           ADD WS-CHECKS-PASSED TO WS-CHECKS-PASSED-ALL
           COMPUTE WS-SCORE ROUNDED
                   = WS-CHECKS-PASSED * 100 / WS-CHECKS-PER-ROW
           IF WS-SCORE = 100
               ADD 1 TO WS-RECORDS-CLEAN
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-WORKLIST-PRIORITY
           MOVE WS-PRIORITY TO SRT-PRIORITY
           MOVE WS-SCORE    TO SRT-SCORE
           MOVE MEM-DB-ID   TO SRT-DB-ID
           MOVE WS-DEFECTS  TO SRT-DEFECTS
           RELEASE SORT-RECORD.

      * Append the failed rule's code to the defect list and count
      * it against the rule.
       NOTE-DEFECT.
           ADD 1 TO WS-RULE-FAILS(WS-RULE-IDX)
           IF WS-DEFECT-PTR < 46
               STRING WS-DEFECT-CODE(WS-RULE-IDX) " "
                       DELIMITED BY SIZE INTO WS-DEFECTS
                       WITH POINTER WS-DEFECT-PTR
           END-IF.

      * Capitals only, no leading blank and no doubled blank inside
      * - S048's name search matches the name as keyed.
       CHECK-NAME-FORMAT.
           MOVE MEM-NAME TO WS-UPPER-NAME
           INSPECT WS-UPPER-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           PERFORM VARYING WS-SCAN-IDX FROM 30 BY -1
                   UNTIL WS-SCAN-IDX < 1
                      OR MEM-NAME(WS-SCAN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-IDX TO WS-FIELD-LEN
           MOVE ZERO TO WS-SPACE-COUNT
           INSPECT MEM-NAME(1:WS-FIELD-LEN)
                   TALLYING WS-SPACE-COUNT FOR ALL "  "
           IF WS-UPPER-NAME NOT = MEM-NAME
                   OR MEM-NAME(1:1) = SPACE
                   OR WS-SPACE-COUNT > ZERO
               MOVE 2 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
           ELSE
               ADD 1 TO WS-CHECKS-PASSED
           END-IF.

       CHECK-PHONE-FORMAT.
           PERFORM VARYING WS-SCAN-IDX FROM 15 BY -1
                   UNTIL WS-SCAN-IDX < 1
                      OR MEM-PHONE(WS-SCAN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-IDX TO WS-FIELD-LEN
           IF MEM-PHONE(1:WS-FIELD-LEN) IS NUMERIC
               ADD 1 TO WS-CHECKS-PASSED
           ELSE
               MOVE 6 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
           END-IF.

      * name@domain.x: one "@" with something before it, a "." in
      * the domain with something either side, no blank inside.
       CHECK-EMAIL-FORMAT.
           PERFORM VARYING WS-SCAN-IDX FROM 40 BY -1
                   UNTIL WS-SCAN-IDX < 1
                      OR MEM-EMAIL(WS-SCAN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-IDX TO WS-FIELD-LEN
           MOVE ZERO TO WS-AT-COUNT
           MOVE ZERO TO WS-AT-POS
           MOVE ZERO TO WS-DOT-POS
           MOVE ZERO TO WS-SPACE-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FIELD-LEN
               EVALUATE MEM-EMAIL(WS-SCAN-IDX:1)
                   WHEN "@"
                       ADD 1 TO WS-AT-COUNT
                       MOVE WS-SCAN-IDX TO WS-AT-POS
                   WHEN "."
                       IF WS-AT-POS > ZERO
                           MOVE WS-SCAN-IDX TO WS-DOT-POS
                       END-IF
                   WHEN SPACE
                       ADD 1 TO WS-SPACE-COUNT
               END-EVALUATE
           END-PERFORM
           IF WS-AT-COUNT = 1 AND WS-AT-POS > 1
                   AND WS-DOT-POS > WS-AT-POS + 1
                   AND WS-DOT-POS < WS-FIELD-LEN
                   AND WS-SPACE-COUNT = ZERO
               ADD 1 TO WS-CHECKS-PASSED
           ELSE
               MOVE 8 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
           END-IF.

      * The registration's country, or a synonym that normalizes to
      * it, somewhere on the three address lines in any case. A
      * registration with no country has nothing to hold it to.
       CHECK-ADDRESS-COUNTRY.
           IF DB-COUNTRY = SPACES
               ADD 1 TO WS-CHECKS-PASSED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-UPPER-ADDRESS
           STRING MEM-ADDR-1 MEM-ADDR-2 MEM-ADDR-3
                   DELIMITED BY SIZE INTO WS-UPPER-ADDRESS
           INSPECT WS-UPPER-ADDRESS
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1
                   UNTIL WS-SCAN-IDX < 1
                      OR DB-COUNTRY(WS-SCAN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-IDX TO WS-COUNTRY-LEN
           MOVE ZERO TO WS-HIT-COUNT
           INSPECT WS-UPPER-ADDRESS TALLYING WS-HIT-COUNT
                   FOR ALL DB-COUNTRY(1:WS-COUNTRY-LEN)
           PERFORM VARYING COUNTRY-SYN-IDX FROM 1 BY 1
                   UNTIL COUNTRY-SYN-IDX > COUNTRY-SYNONYM-TABLE-SIZE
                      OR WS-HIT-COUNT > ZERO
               IF COUNTRY-SYNONYM-CANONICAL(COUNTRY-SYN-IDX)
                       = DB-COUNTRY
                   PERFORM TALLY-COUNTRY-SYNONYM
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT > ZERO
               ADD 1 TO WS-CHECKS-PASSED
           ELSE
               MOVE 9 TO WS-RULE-IDX
               PERFORM NOTE-DEFECT
           END-IF.

       TALLY-COUNTRY-SYNONYM.
           PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1
                   UNTIL WS-SCAN-IDX < 1
                      OR COUNTRY-SYNONYM-NAME(COUNTRY-SYN-IDX)
                             (WS-SCAN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-IDX TO WS-SYN-LEN
           IF WS-SYN-LEN > ZERO
               INSPECT WS-UPPER-ADDRESS TALLYING WS-HIT-COUNT
                       FOR ALL COUNTRY-SYNONYM-NAME(COUNTRY-SYN-IDX)
                               (1:WS-SYN-LEN)
           END-IF.

      * 1 owes money (balmast.txt balance above zero), 2 renewal
      * falling due inside two months or already past, 3 the rest.
       SET-WORKLIST-PRIORITY.
           MOVE 3 TO WS-PRIORITY
           IF DB-LAYOUT-CURRENT AND DB-STATUS-ACTIVE
                   AND DB-PAID-THRU IS NUMERIC
                   AND DB-PAID-THRU > ZERO
                   AND DB-PAID-THRU <= WS-HORIZON-NUM
               MOVE 2 TO WS-PRIORITY
           END-IF
           IF WS-BAL-IS-OPEN
               MOVE MEM-DB-ID TO BAL-DB-ID
               READ BalanceFile KEY IS BAL-DB-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-BALANCE > ZERO
                           MOVE 1 TO WS-PRIORITY
                       END-IF
               END-READ
           END-IF.
       Score-Members-Done.
           EXIT.

       Print-Worklist-Section SECTION.
       Print-Worklist.
           MOVE ZERO TO WS-LAST-PRIORITY
           PERFORM RETURN-NEXT-SORTED
           PERFORM UNTIL WS-SORT-DONE
               IF SRT-PRIORITY NOT = WS-LAST-PRIORITY
                   PERFORM PRINT-PRIORITY-HEADING
               END-IF
               ADD 1 TO WS-WORKLIST-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING SRT-DB-ID " " SRT-SCORE "    " SRT-DEFECTS
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM
           GO TO Print-Worklist-Done.
       PRINT-PRIORITY-HEADING.
           MOVE SRT-PRIORITY TO WS-LAST-PRIORITY
           EVALUATE SRT-PRIORITY
               WHEN 1
                   MOVE "-- Open balance" TO WS-RPT-TEXT
               WHEN 2
                   MOVE "-- Renewal due within two months"
                           TO WS-RPT-TEXT
               WHEN 3
                   MOVE "-- Other members" TO WS-RPT-TEXT
               WHEN OTHER
                   MOVE "-- Details with no registration"
                           TO WS-RPT-TEXT
           END-EVALUATE
           PERFORM RPT-LINE.
       RETURN-NEXT-SORTED.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Print-Worklist-Done.
           EXIT.

       Support-Section SECTION.
       PRINT-RULE-SECTION.
           PERFORM RPT-LINE
           MOVE "FAILURES BY RULE" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 10
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-DEFECT-CODE(WS-RULE-IDX) "  "
                       WS-DEFECT-TEXT(WS-RULE-IDX) " "
                       WS-RULE-FAILS(WS-RULE-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "ORPH  details with no registration "
                   WS-ORPHANS DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "      registrations with no details "
                   WS-NO-DETAILS DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       APPEND-TREND-ROW.
           OPEN EXTEND TrendFile
           IF WS-DQT-STATUS = "35"
               OPEN OUTPUT TrendFile
           END-IF
           IF WS-DQT-STATUS NOT = "00"
               DISPLAY "dqtrend.txt could not be opened - status "
                       WS-DQT-STATUS " - this run is not in the trend."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-NUM       TO DQT-RUN-DATE
           MOVE WS-NOW-TIME(1:6)   TO DQT-RUN-TIME
           MOVE WS-RECORDS-SCORED  TO DQT-RECORDS
           MOVE WS-RECORDS-CLEAN   TO DQT-CLEAN
           MOVE WS-COMPLETENESS    TO DQT-COMPLETENESS
           MOVE WS-ORPHANS         TO DQT-ORPHANS
           MOVE WS-NO-DETAILS      TO DQT-NO-DETAILS
           WRITE DQ-TREND-RECORD
           CLOSE TrendFile.

      * The last twelve runs, this one included, with the change in
      * completeness from the run before.
       PRINT-TREND-SECTION.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TrendFile
           IF WS-DQT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-TREND
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM KEEP-TREND-ROW
               PERFORM READ-NEXT-TREND
           END-PERFORM
           CLOSE TrendFile
           PERFORM RPT-LINE
           MOVE "COMPLETENESS TREND (LAST 12 RUNS)" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "RUN DATE  RECORDS   CLEAN  COMPLETE%  CHANGE"
                   "  ORPHANS" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TREND-COUNT
               MOVE WS-TRD-COMPLETENESS(WS-TRD-IDX) TO WS-PCT-EDITED
               MOVE SPACES TO WS-RPT-TEXT
               IF WS-TRD-IDX = 1
                   STRING WS-TRD-DATE(WS-TRD-IDX) " "
                           WS-TRD-RECORDS(WS-TRD-IDX) " "
                           WS-TRD-CLEAN(WS-TRD-IDX) "      "
                           WS-PCT-EDITED "          "
                           WS-TRD-ORPHANS(WS-TRD-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               ELSE
                   COMPUTE WS-CHANGE
                           = WS-TRD-COMPLETENESS(WS-TRD-IDX)
                           - WS-TRD-COMPLETENESS(WS-TRD-IDX - 1)
                   MOVE WS-CHANGE TO WS-CHANGE-EDITED
                   STRING WS-TRD-DATE(WS-TRD-IDX) " "
                           WS-TRD-RECORDS(WS-TRD-IDX) " "
                           WS-TRD-CLEAN(WS-TRD-IDX) "      "
                           WS-PCT-EDITED "  " WS-CHANGE-EDITED "  "
                           WS-TRD-ORPHANS(WS-TRD-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-IF
               PERFORM RPT-LINE
           END-PERFORM.

       READ-NEXT-TREND.
           READ TrendFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       KEEP-TREND-ROW.
           IF WS-TREND-COUNT = 12
               PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > 11
                   MOVE WS-TRD(WS-TRD-IDX + 1) TO WS-TRD(WS-TRD-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TREND-COUNT
           END-IF
           MOVE DQT-RUN-DATE     TO WS-TRD-DATE(WS-TREND-COUNT)
           MOVE DQT-RECORDS      TO WS-TRD-RECORDS(WS-TREND-COUNT)
           MOVE DQT-CLEAN        TO WS-TRD-CLEAN(WS-TREND-COUNT)
           MOVE DQT-COMPLETENESS TO WS-TRD-COMPLETENESS(WS-TREND-COUNT)
           MOVE DQT-ORPHANS      TO WS-TRD-ORPHANS(WS-TREND-COUNT).

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

       END PROGRAM S144.
