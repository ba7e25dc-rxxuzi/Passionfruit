      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-10
      * Purpose: Random-sample verification for internal audit. Draw
      *          (supervisor sign-on) takes a period, a seed and a
      *          sample size and picks that many items at random from
      *          each of three populations - registrations added in
      *          the period (database.txt), payments taken
      *          (payment.txt) and refunds paid out (refund.txt). The
      *          populations are read in file order and every item
      *          gets the next number off a seeded multiplicative
      *          generator (x = 16807 x mod 2147483647), so the same
      *          seed over the same files draws the same sample. The
      *          items are numbered onto the audit sample file
      *          (audsample.txt, SMPREC layout) and printed as the
      *          worklist. Verify (supervisor sign-on) walks a
      *          sample's open items and records each as verified,
      *          missing paperwork or discrepancy, with a note for
      *          the last two. The Closing report shows the outcome
      *          and the error rate by operator and by branch,
      *          through RPTWRT. Rows are never removed - the file is
      *          the evidence.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S151.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SampleFile ASSIGN TO "./../audsample.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SMP-STATUS.

           SELECT SampleWorkFile ASSIGN TO "./../smpwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SMPW-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  SampleFile.
           COPY SMPREC.

       FD  SampleWorkFile.
           COPY SMPREC REPLACING
               ==SAMPLE-RECORD== BY ==SAMPLE-WORK-RECORD==
               LEADING ==SMP== BY ==SMW==.

       FD  DatabaseFile.
           COPY DBREC.

       FD  PaymentFile.
           COPY PAYREC.

       FD  RefundFile.
           COPY REFREC.

       FD  OperatorFile.
           COPY OPRREC.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-SOURCE-ORDER         PIC 9(01).
           05  SRT-RANDOM               PIC 9(10).
           05  SRT-SEQ                  PIC 9(07).
           05  SRT-SOURCE               PIC X(01).
           05  SRT-DB-ID                PIC X(20).
           05  SRT-RECEIPT-NO           PIC 9(07).
           05  SRT-ITEM-DATE            PIC 9(08).
           05  SRT-AMOUNT               PIC 9(07)V99.
           05  SRT-OPERATOR             PIC 9(05).
           05  SRT-BRANCH               PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-SMP-STATUS                PIC XX.
       01  WS-SMPW-STATUS               PIC XX.
       01  WS-FILE-STATUS               PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-ACTION                    PIC X(01).
       01  WS-QUIT-SWITCH               PIC X(01).
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-SMP-FILE-NAME    PIC X(20) VALUE "./../audsample.txt".
       01  WS-SMPW-FILE-NAME   PIC X(20) VALUE "./../smpwork.txt".

      * What the draw was asked for.
       01  WS-FROM-ENTRY                PIC X(08).
       01  WS-TO-ENTRY                  PIC X(08).
       01  WS-SEED-ENTRY                PIC X(09).
       01  WS-SIZE-ENTRY                PIC X(04).
       01  WS-SAMPLE-ENTRY              PIC X(05).
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-TO-DATE                   PIC 9(08).
       01  WS-SEED                      PIC 9(09).
       01  WS-SIZE                      PIC 9(04).
       01  WS-SAMPLE-NO                 PIC 9(05).
       01  WS-ITEM-NO                   PIC 9(04).
       01  WS-ITEM-DATE                 PIC 9(08).
       01  WS-NOTE-ENTRY                PIC X(40).

      * The seeded generator - the whole of its state is the last
      * number it gave.
       01  WS-RAND-STATE                PIC 9(10).
       01  WS-RAND-PRODUCT              PIC 9(15).
       01  WS-RAND-QUOTIENT             PIC 9(15).

      * Population and draw counts by source - registrations,
      * payments, refunds.
       01  WS-SOURCE-COUNTS.
           05  WS-SRC OCCURS 3 TIMES.
               10  WS-SRC-POPULATION    PIC 9(07).
               10  WS-SRC-DRAWN         PIC 9(04).
       01  WS-SRC-IDX                   PIC 9(01).
       01  WS-SRC-NAME-VALUES.
           05  FILLER  PIC X(13) VALUE "Registrations".
           05  FILLER  PIC X(13) VALUE "Payments".
           05  FILLER  PIC X(13) VALUE "Refunds paid".
       01  WS-SRC-NAMES REDEFINES WS-SRC-NAME-VALUES.
           05  WS-SRC-NAME OCCURS 3 TIMES PIC X(13).
       01  WS-POP-SEQ                   PIC 9(07).
       01  WS-CURRENT-ORDER             PIC 9(01).
       01  WS-TAKEN                     PIC 9(04).

      * Closing report tallies.
       01  WS-SAMPLE-FOUND-SWITCH       PIC X(01).
           88  WS-SAMPLE-FOUND          VALUE "Y".
       01  WS-HEAD-SEED                 PIC 9(09).
       01  WS-HEAD-SIZE                 PIC 9(04).
       01  WS-HEAD-FROM                 PIC 9(08).
       01  WS-HEAD-TO                   PIC 9(08).
       01  WS-HEAD-DRAWN-BY             PIC 9(05).
       01  WS-HEAD-DRAWN-DATE           PIC 9(08).
       01  WS-ITEM-COUNT                PIC 9(05).
       01  WS-VERIFIED-COUNT            PIC 9(05).
       01  WS-MISSING-COUNT             PIC 9(05).
       01  WS-DISCREP-COUNT             PIC 9(05).
       01  WS-PENDING-COUNT             PIC 9(05).
       01  WS-SHOWN-COUNT               PIC 9(05).
       01  WS-OPERATOR-TOTALS.
           05  WS-OPT OCCURS 200 TIMES.
               10  WS-OPT-ID            PIC 9(05).
               10  WS-OPT-ITEMS         PIC 9(05).
               10  WS-OPT-CHECKED       PIC 9(05).
               10  WS-OPT-ERRORS        PIC 9(05).
       01  WS-OPT-USED                  PIC 9(03).
       01  WS-OPT-IDX                   PIC 9(03).
       01  WS-BRANCH-TOTALS.
           05  WS-BRT OCCURS 100 TIMES.
               10  WS-BRT-CODE          PIC X(03).
               10  WS-BRT-ITEMS         PIC 9(05).
               10  WS-BRT-CHECKED       PIC 9(05).
               10  WS-BRT-ERRORS        PIC 9(05).
       01  WS-BRT-USED                  PIC 9(03).
       01  WS-BRT-IDX                   PIC 9(03).
       01  WS-SLOT-FOUND-SWITCH         PIC X(01).
           88  WS-SLOT-FOUND            VALUE "Y".
       01  WS-RATE-ITEMS                PIC 9(05).
       01  WS-RATE-CHECKED              PIC 9(05).
       01  WS-RATE-ERRORS               PIC 9(05).
       01  WS-ERROR-RATE                PIC 9(03)V9.
       01  WS-RATE-SHOWN                PIC ZZ9.9.
       01  WS-AMOUNT-SHOWN              PIC Z(06)9.99.
       01  WS-STATE-SHOWN               PIC X(11).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S151".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-DB-PATH
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S151 - AUDIT SAMPLE VERIFICATION"
               DISPLAY "=============================================="
               DISPLAY "D=Draw sample (supervisor)  V=Verify items "
                       "(supervisor)"
               DISPLAY "R=Closing report  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DRAW-SAMPLE
                   WHEN "V"
                   WHEN "v"
                       PERFORM VERIFY-SAMPLE
                   WHEN "R"
                   WHEN "r"
                       PERFORM CLOSING-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Seed and size are stated, never defaulted - the auditor has
      * to be able to draw the same sample again.
       DRAW-SAMPLE.
           PERFORM SUPERVISOR-SIGN-ON
           DISPLAY "Period from (YYYYMMDD): "
           ACCEPT WS-FROM-ENTRY
           DISPLAY "Period to   (YYYYMMDD): "
           ACCEPT WS-TO-ENTRY
           DISPLAY "Seed (1-999999999)    : "
           ACCEPT WS-SEED-ENTRY
           DISPLAY "Items per population  : "
           ACCEPT WS-SIZE-ENTRY
           IF WS-FROM-ENTRY IS NOT NUMERIC
                   OR WS-TO-ENTRY IS NOT NUMERIC
               DISPLAY "Period dates must be YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ENTRY TO WS-FROM-DATE
           MOVE WS-TO-ENTRY TO WS-TO-DATE
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Period runs backwards."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SEED
           MOVE ZERO TO WS-SIZE
           UNSTRING WS-SEED-ENTRY DELIMITED BY SPACE INTO WS-SEED
           UNSTRING WS-SIZE-ENTRY DELIMITED BY SPACE INTO WS-SIZE
           IF WS-SEED = ZERO OR WS-SIZE = ZERO
               DISPLAY "Seed and sample size must be stated."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-SAMPLE-NO
           MOVE ZERO TO WS-ITEM-NO
           MOVE ZERO TO WS-POP-SEQ
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
               MOVE ZERO TO WS-SRC-POPULATION(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-DRAWN(WS-SRC-IDX)
           END-PERFORM
           MOVE WS-SEED TO WS-RAND-STATE
           MOVE "N" TO WS-SORT-SWITCH

           OPEN EXTEND SampleFile
           IF WS-SMP-STATUS = "35"
               OPEN OUTPUT SampleFile
           END-IF
           IF WS-SMP-STATUS NOT = "00"
               DISPLAY "audsample.txt could not be opened - status "
                       WS-SMP-STATUS
               EXIT PARAGRAPH
           END-IF
           SORT SortFile
               ON ASCENDING KEY SRT-SOURCE-ORDER
               ON ASCENDING KEY SRT-RANDOM
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS Gather-Population-Section
               OUTPUT PROCEDURE IS Write-Sample-Section
           CLOSE SampleFile

           IF WS-ITEM-NO = ZERO
               DISPLAY "Nothing in the period to sample."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sample " WS-SAMPLE-NO " drawn - " WS-ITEM-NO
                   " items."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Audit sample " WS-SAMPLE-NO " drawn by "
                   WS-SIGNON-ID " - seed " WS-SEED ", "
                   WS-ITEM-NO " items"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           PERFORM PRINT-WORKLIST.

       PRINT-WORKLIST.
           MOVE "s151" TO WS-RPT-ID
           MOVE "AUDIT SAMPLE WORKLIST" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "Sample " WS-SAMPLE-NO "   period " WS-FROM-DATE
                   " - " WS-TO-DATE "   seed " WS-SEED
                   "   size " WS-SIZE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
               STRING "  " WS-SRC-NAME(WS-SRC-IDX) "  population "
                       WS-SRC-POPULATION(WS-SRC-IDX) "  drawn "
                       WS-SRC-DRAWN(WS-SRC-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           PERFORM RPT-LINE
           MOVE "ITEM S ID                   RECEIPT DATE        "
               TO WS-RPT-TEXT
           MOVE "AMOUNT OPER  BRN" TO WS-RPT-TEXT(51:16)
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SampleFile
           IF WS-SMP-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ SampleFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SMP-SAMPLE-NO = WS-SAMPLE-NO
                               PERFORM PRINT-ITEM-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SampleFile
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING "ITEMS  " WS-ITEM-NO
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       PRINT-ITEM-LINE.
           MOVE SMP-AMOUNT TO WS-AMOUNT-SHOWN
           STRING SMP-ITEM-NO " " SMP-SOURCE " " SMP-DB-ID " "
                   SMP-RECEIPT-NO " " SMP-ITEM-DATE " "
                   WS-AMOUNT-SHOWN " " SMP-OPERATOR " " SMP-BRANCH
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * A supervisor works through one sample's open items. Missing
      * paperwork and discrepancies need a note.
       VERIFY-SAMPLE.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM ASK-SAMPLE-NO
           IF WS-SAMPLE-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SampleFile
           IF WS-SMP-STATUS NOT = "00"
               DISPLAY "No audit samples on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SampleWorkFile
           IF WS-SMPW-STATUS NOT = "00"
               DISPLAY "smpwork.txt could not be opened - status "
                       WS-SMPW-STATUS
               CLOSE SampleFile
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE "N" TO WS-QUIT-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-SAMPLE
           PERFORM UNTIL WS-END-OF-FILE
               IF SMP-SAMPLE-NO = WS-SAMPLE-NO AND SMP-STATE-PENDING
                       AND NOT WS-QUIT-REQUESTED
                   ADD 1 TO WS-SHOWN-COUNT
                   PERFORM VERIFY-ONE-ITEM
               END-IF
               MOVE SAMPLE-RECORD TO SAMPLE-WORK-RECORD
               WRITE SAMPLE-WORK-RECORD
               PERFORM READ-NEXT-SAMPLE
           END-PERFORM
           CLOSE SampleFile
           CLOSE SampleWorkFile
           CALL "CBL_DELETE_FILE" USING WS-SMP-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-SMPW-FILE-NAME
                   WS-SMP-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated file is at "
                       "smpwork.txt; restore it by hand."
           END-IF
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "No open items on sample " WS-SAMPLE-NO "."
           END-IF.

       VERIFY-ONE-ITEM.
           MOVE SMP-AMOUNT TO WS-AMOUNT-SHOWN
           DISPLAY " "
           DISPLAY "Item " SMP-ITEM-NO "  " SMP-SOURCE "  " SMP-DB-ID
                   "  receipt " SMP-RECEIPT-NO
           DISPLAY "  dated " SMP-ITEM-DATE "  amount "
                   WS-AMOUNT-SHOWN "  operator " SMP-OPERATOR
                   "  branch " SMP-BRANCH
           DISPLAY "Outcome (V=Verified, M=Missing paperwork, "
                   "D=Discrepancy, N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "V"
               WHEN "v"
                   SET SMP-STATE-VERIFIED TO TRUE
                   DISPLAY "Note (optional): "
                   ACCEPT WS-NOTE-ENTRY
                   PERFORM STAMP-OUTCOME
               WHEN "M"
               WHEN "m"
               WHEN "D"
               WHEN "d"
                   DISPLAY "Note: "
                   ACCEPT WS-NOTE-ENTRY
                   IF WS-NOTE-ENTRY = SPACES
                       DISPLAY "A note is required - item left open."
                   ELSE
                       IF WS-ACTION = "M" OR WS-ACTION = "m"
                           SET SMP-STATE-MISSING TO TRUE
                       ELSE
                           SET SMP-STATE-DISCREPANCY TO TRUE
                       END-IF
                       PERFORM STAMP-OUTCOME
                   END-IF
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-OUTCOME.
           MOVE WS-SIGNON-ID TO SMP-CHECKED-BY
           MOVE WS-TODAY-DATE TO SMP-CHECKED-DATE
           MOVE WS-NOTE-ENTRY TO SMP-NOTE.

      * Outcome of one sample, the exceptions with their notes, and
      * the error rate - missing plus discrepancy over items checked
      * - by operator and by branch.
       CLOSING-REPORT.
           PERFORM ASK-SAMPLE-NO
           IF WS-SAMPLE-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SAMPLE-FOUND-SWITCH
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-VERIFIED-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-DISCREP-COUNT
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-OPT-USED
           MOVE ZERO TO WS-BRT-USED
           OPEN INPUT SampleFile
           IF WS-SMP-STATUS NOT = "00"
               DISPLAY "No audit samples on file."
               EXIT PARAGRAPH
           END-IF
           MOVE "s151" TO WS-RPT-ID
           MOVE "AUDIT SAMPLE CLOSING REPORT" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "EXCEPTIONS - SAMPLE " WS-SAMPLE-NO
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "ITEM S ID                   RECEIPT OUTCOME     NOTE"
               TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-SAMPLE
           PERFORM UNTIL WS-END-OF-FILE
               IF SMP-SAMPLE-NO = WS-SAMPLE-NO
                   PERFORM TALLY-SAMPLE-ITEM
               END-IF
               PERFORM READ-NEXT-SAMPLE
           END-PERFORM
           CLOSE SampleFile
           IF NOT WS-SAMPLE-FOUND
               MOVE "No such sample on file." TO WS-RPT-TEXT
               PERFORM RPT-LINE
               PERFORM RPT-CLOSE
               DISPLAY "Sample " WS-SAMPLE-NO " is not on file."
               EXIT PARAGRAPH
           END-IF

           PERFORM RPT-LINE
           STRING "Sample " WS-SAMPLE-NO "   period " WS-HEAD-FROM
                   " - " WS-HEAD-TO "   seed " WS-HEAD-SEED
                   "   size " WS-HEAD-SIZE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Drawn " WS-HEAD-DRAWN-DATE " by " WS-HEAD-DRAWN-BY
                   "   items " WS-ITEM-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Verified " WS-VERIFIED-COUNT
                   "   missing paperwork " WS-MISSING-COUNT
                   "   discrepancy " WS-DISCREP-COUNT
                   "   open " WS-PENDING-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF WS-PENDING-COUNT > ZERO
               STRING "WARNING: items still open - the sample is "
                       "not closed." DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF

           PERFORM RPT-LINE
           MOVE "BY OPERATOR  ITEMS CHECKED ERRORS  RATE%"
               TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-USED
               MOVE WS-OPT-ITEMS(WS-OPT-IDX) TO WS-RATE-ITEMS
               MOVE WS-OPT-CHECKED(WS-OPT-IDX) TO WS-RATE-CHECKED
               MOVE WS-OPT-ERRORS(WS-OPT-IDX) TO WS-RATE-ERRORS
               PERFORM COMPUTE-ERROR-RATE
               STRING "  " WS-OPT-ID(WS-OPT-IDX) "     "
                       WS-RATE-ITEMS " " WS-RATE-CHECKED "   "
                       WS-RATE-ERRORS "  " WS-RATE-SHOWN
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           PERFORM RPT-LINE
           MOVE "BY BRANCH    ITEMS CHECKED ERRORS  RATE%"
               TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-USED
               MOVE WS-BRT-ITEMS(WS-BRT-IDX) TO WS-RATE-ITEMS
               MOVE WS-BRT-CHECKED(WS-BRT-IDX) TO WS-RATE-CHECKED
               MOVE WS-BRT-ERRORS(WS-BRT-IDX) TO WS-RATE-ERRORS
               PERFORM COMPUTE-ERROR-RATE
               STRING "  " WS-BRT-CODE(WS-BRT-IDX) "       "
                       WS-RATE-ITEMS " " WS-RATE-CHECKED "   "
                       WS-RATE-ERRORS "  " WS-RATE-SHOWN
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           MOVE WS-ITEM-COUNT TO WS-RATE-ITEMS
           COMPUTE WS-RATE-CHECKED = WS-ITEM-COUNT - WS-PENDING-COUNT
           COMPUTE WS-RATE-ERRORS = WS-MISSING-COUNT + WS-DISCREP-COUNT
           PERFORM COMPUTE-ERROR-RATE
           STRING "ERROR RATE  " WS-RATE-SHOWN "%   ("
                   WS-RATE-ERRORS " of " WS-RATE-CHECKED " checked)"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Closing report written for sample " WS-SAMPLE-NO
                   " - error rate " WS-RATE-SHOWN "%.".

       TALLY-SAMPLE-ITEM.
           IF NOT WS-SAMPLE-FOUND
               SET WS-SAMPLE-FOUND TO TRUE
               MOVE SMP-SEED        TO WS-HEAD-SEED
               MOVE SMP-SIZE        TO WS-HEAD-SIZE
               MOVE SMP-PERIOD-FROM TO WS-HEAD-FROM
               MOVE SMP-PERIOD-TO   TO WS-HEAD-TO
               MOVE SMP-DRAWN-BY    TO WS-HEAD-DRAWN-BY
               MOVE SMP-DRAWN-DATE  TO WS-HEAD-DRAWN-DATE
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           EVALUATE TRUE
               WHEN SMP-STATE-VERIFIED
                   ADD 1 TO WS-VERIFIED-COUNT
               WHEN SMP-STATE-MISSING
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "MISSING" TO WS-STATE-SHOWN
               WHEN SMP-STATE-DISCREPANCY
                   ADD 1 TO WS-DISCREP-COUNT
                   MOVE "DISCREPANCY" TO WS-STATE-SHOWN
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
           IF SMP-STATE-ERROR
               STRING SMP-ITEM-NO " " SMP-SOURCE " " SMP-DB-ID " "
                       SMP-RECEIPT-NO " " WS-STATE-SHOWN " " SMP-NOTE
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF

           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-USED OR WS-SLOT-FOUND
               IF WS-OPT-ID(WS-OPT-IDX) = SMP-OPERATOR
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SLOT-FOUND AND WS-OPT-USED < 200
               ADD 1 TO WS-OPT-USED
               MOVE WS-OPT-USED TO WS-OPT-IDX
               MOVE SMP-OPERATOR TO WS-OPT-ID(WS-OPT-IDX)
               MOVE ZERO TO WS-OPT-ITEMS(WS-OPT-IDX)
               MOVE ZERO TO WS-OPT-CHECKED(WS-OPT-IDX)
               MOVE ZERO TO WS-OPT-ERRORS(WS-OPT-IDX)
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-OPT-IDX
           END-IF
           IF WS-SLOT-FOUND
               ADD 1 TO WS-OPT-ITEMS(WS-OPT-IDX)
               IF NOT SMP-STATE-PENDING
                   ADD 1 TO WS-OPT-CHECKED(WS-OPT-IDX)
               END-IF
               IF SMP-STATE-ERROR
                   ADD 1 TO WS-OPT-ERRORS(WS-OPT-IDX)
               END-IF
           END-IF

           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-USED OR WS-SLOT-FOUND
               IF WS-BRT-CODE(WS-BRT-IDX) = SMP-BRANCH
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SLOT-FOUND AND WS-BRT-USED < 100
               ADD 1 TO WS-BRT-USED
               MOVE WS-BRT-USED TO WS-BRT-IDX
               MOVE SMP-BRANCH TO WS-BRT-CODE(WS-BRT-IDX)
               MOVE ZERO TO WS-BRT-ITEMS(WS-BRT-IDX)
               MOVE ZERO TO WS-BRT-CHECKED(WS-BRT-IDX)
               MOVE ZERO TO WS-BRT-ERRORS(WS-BRT-IDX)
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-BRT-IDX
           END-IF
           IF WS-SLOT-FOUND
               ADD 1 TO WS-BRT-ITEMS(WS-BRT-IDX)
               IF NOT SMP-STATE-PENDING
                   ADD 1 TO WS-BRT-CHECKED(WS-BRT-IDX)
               END-IF
               IF SMP-STATE-ERROR
                   ADD 1 TO WS-BRT-ERRORS(WS-BRT-IDX)
               END-IF
           END-IF.

       COMPUTE-ERROR-RATE.
           MOVE ZERO TO WS-ERROR-RATE
           IF WS-RATE-CHECKED > ZERO
               COMPUTE WS-ERROR-RATE ROUNDED
                       = WS-RATE-ERRORS * 100 / WS-RATE-CHECKED
           END-IF
           MOVE WS-ERROR-RATE TO WS-RATE-SHOWN.

       ASK-SAMPLE-NO.
           MOVE ZERO TO WS-SAMPLE-NO
           DISPLAY "Sample number: "
           ACCEPT WS-SAMPLE-ENTRY
           UNSTRING WS-SAMPLE-ENTRY DELIMITED BY SPACE
               INTO WS-SAMPLE-NO
           IF WS-SAMPLE-NO = ZERO
               DISPLAY "No sample number given."
           END-IF.

       FIND-NEXT-SAMPLE-NO.
           MOVE ZERO TO WS-SAMPLE-NO
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SampleFile
           IF WS-SMP-STATUS = "00"
               PERFORM READ-NEXT-SAMPLE
               PERFORM UNTIL WS-END-OF-FILE
                   IF SMP-SAMPLE-NO IS NUMERIC
                           AND SMP-SAMPLE-NO > WS-SAMPLE-NO
                       MOVE SMP-SAMPLE-NO TO WS-SAMPLE-NO
                   END-IF
                   PERFORM READ-NEXT-SAMPLE
               END-PERFORM
               CLOSE SampleFile
           END-IF
           ADD 1 TO WS-SAMPLE-NO.

       READ-NEXT-SAMPLE.
           READ SampleFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

      * Drawing a sample is supervisor business - the same sign-on
      * check S148 makes.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - audit sampling needs a "
                       "supervisor profile."
               STOP RUN
           END-IF
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
               DISPLAY "Sign-on failed - audit sampling refused."
               STOP RUN
           END-IF.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
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

      * Each population in file order; every item takes the next
      * number off the generator as it goes in.
       Gather-Population-Section SECTION.
       Gather-Population.
           PERFORM FEED-REGISTRATIONS
           PERFORM FEED-PAYMENTS
           PERFORM FEED-REFUNDS
           GO TO Gather-Population-Done.
       FEED-REGISTRATIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ DatabaseFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE DB-REG-DATE TO WS-ITEM-DATE
                       IF WS-ITEM-DATE >= WS-FROM-DATE
                               AND WS-ITEM-DATE <= WS-TO-DATE
                           MOVE 1 TO SRT-SOURCE-ORDER
                           MOVE "R" TO SRT-SOURCE
                           MOVE DB-ID TO SRT-DB-ID
                           MOVE ZERO TO SRT-RECEIPT-NO
                           MOVE DB-FEE TO SRT-AMOUNT
                           MOVE DB-HANDLED-BY TO SRT-OPERATOR
                           MOVE DB-BRANCH TO SRT-BRANCH
                           PERFORM RELEASE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DatabaseFile.
       FEED-PAYMENTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PaymentFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PAY-DATE TO WS-ITEM-DATE
                       IF PAY-TYPE-PAYMENT
                               AND WS-ITEM-DATE >= WS-FROM-DATE
                               AND WS-ITEM-DATE <= WS-TO-DATE
                           MOVE 2 TO SRT-SOURCE-ORDER
                           MOVE "P" TO SRT-SOURCE
                           MOVE PAY-DB-ID TO SRT-DB-ID
                           MOVE PAY-RECEIPT-NO TO SRT-RECEIPT-NO
                           MOVE PAY-AMOUNT TO SRT-AMOUNT
                           MOVE PAY-OPERATOR TO SRT-OPERATOR
                           MOVE PAY-BRANCH TO SRT-BRANCH
                           PERFORM RELEASE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PaymentFile.
       FEED-REFUNDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RefundFile
           IF WS-REF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RefundFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE REF-PAID-DATE TO WS-ITEM-DATE
                       IF NOT REF-STATE-DUE
                               AND WS-ITEM-DATE >= WS-FROM-DATE
                               AND WS-ITEM-DATE <= WS-TO-DATE
                           MOVE 3 TO SRT-SOURCE-ORDER
                           MOVE "F" TO SRT-SOURCE
                           MOVE REF-DB-ID TO SRT-DB-ID
                           MOVE REF-RECEIPT-NO TO SRT-RECEIPT-NO
                           MOVE REF-AMOUNT TO SRT-AMOUNT
                           MOVE REF-PAID-BY TO SRT-OPERATOR
                           MOVE REF-BRANCH TO SRT-BRANCH
                           PERFORM RELEASE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RefundFile.
       RELEASE-ITEM.
           ADD 1 TO WS-POP-SEQ
           ADD 1 TO WS-SRC-POPULATION(SRT-SOURCE-ORDER)
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807
           DIVIDE WS-RAND-PRODUCT BY 2147483647
                   GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE
           MOVE WS-RAND-STATE TO SRT-RANDOM
           MOVE WS-POP-SEQ TO SRT-SEQ
           MOVE WS-ITEM-DATE TO SRT-ITEM-DATE
           RELEASE SORT-RECORD.
       Gather-Population-Done.
           EXIT.

      * Lowest numbers first within each population, up to the size
      * asked for.
       Write-Sample-Section SECTION.
       Write-Sample.
           MOVE ZERO TO WS-CURRENT-ORDER
           PERFORM RETURN-NEXT-SORTED
           PERFORM UNTIL WS-SORT-DONE
               IF SRT-SOURCE-ORDER NOT = WS-CURRENT-ORDER
                   MOVE SRT-SOURCE-ORDER TO WS-CURRENT-ORDER
                   MOVE ZERO TO WS-TAKEN
               END-IF
               IF WS-TAKEN < WS-SIZE
                   ADD 1 TO WS-TAKEN
                   ADD 1 TO WS-SRC-DRAWN(SRT-SOURCE-ORDER)
                   PERFORM WRITE-SAMPLE-ITEM
               END-IF
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM
           GO TO Write-Sample-Done.
       WRITE-SAMPLE-ITEM.
           ADD 1 TO WS-ITEM-NO
           MOVE WS-SAMPLE-NO    TO SMP-SAMPLE-NO
           MOVE WS-ITEM-NO      TO SMP-ITEM-NO
           MOVE WS-SEED         TO SMP-SEED
           MOVE WS-SIZE         TO SMP-SIZE
           MOVE WS-FROM-DATE    TO SMP-PERIOD-FROM
           MOVE WS-TO-DATE      TO SMP-PERIOD-TO
           MOVE WS-SIGNON-ID    TO SMP-DRAWN-BY
           MOVE WS-TODAY-DATE   TO SMP-DRAWN-DATE
           MOVE SRT-SOURCE      TO SMP-SOURCE
           MOVE SRT-DB-ID       TO SMP-DB-ID
           MOVE SRT-RECEIPT-NO  TO SMP-RECEIPT-NO
           MOVE SRT-ITEM-DATE   TO SMP-ITEM-DATE
           MOVE SRT-AMOUNT      TO SMP-AMOUNT
           MOVE SRT-OPERATOR    TO SMP-OPERATOR
           MOVE SRT-BRANCH      TO SMP-BRANCH
           SET SMP-STATE-PENDING TO TRUE
           MOVE ZERO            TO SMP-CHECKED-BY
           MOVE ZERO            TO SMP-CHECKED-DATE
           MOVE SPACES          TO SMP-NOTE
           WRITE SAMPLE-RECORD.
       RETURN-NEXT-SORTED.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Write-Sample-Done.
           EXIT.

       END PROGRAM S151.
