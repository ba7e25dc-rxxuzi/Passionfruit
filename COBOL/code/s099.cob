      *          off plan by more than VARIANCE-WARN-PCT from the
      *          site profile (shipped 10), through RPTWRT.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-09-13  rxz  P loads the S143 renewal forecast
      *                    (fcstbud.txt) as a proposed budget - each
      *                    proposed country-month line replaces the plan
      *                    line for the same key or is added, through
      *                    the usual work-file swap, after a Y/N
      *                    confirmation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S099.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MS-STATUS.

           SELECT ProposalFile ASSIGN TO "./../fcstbud.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BudgetFile.
       FD  MonthSumFile.
           COPY MONSUM.

       FD  ProposalFile.
           COPY BUDREC REPLACING
               ==BUDGET-RECORD== BY ==PROPOSAL-RECORD==
               LEADING ==BUD== BY ==PRP==.

       WORKING-STORAGE SECTION.
       01  WS-BUD-STATUS                PIC XX.
       01  WS-BUDW-STATUS               PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MS-STATUS                 PIC XX.
       01  WS-PRP-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-MS-EOF-SWITCH             PIC X(01).
           88  WS-MONTH-IS-CLOSED       VALUE "Y".
       01  WS-FLAG-TEXT                 PIC X(10).
       01  WS-FLAGGED-COUNT             PIC 9(04).
       01  WS-CONFIRM                   PIC X(01).
      * The S143 proposal held while the plan is rewritten around it.
       01  WS-PROPOSAL-TABLE.
           05  WS-PRP OCCURS 200 TIMES.
               10  WS-PRP-YEAR          PIC 9(04).
               10  WS-PRP-MONTH         PIC 9(02).
               10  WS-PRP-COUNTRY       PIC X(20).
               10  WS-PRP-COUNT         PIC 9(05).
               10  WS-PRP-FEES          PIC 9(09)V99.
       01  WS-PRP-TOTAL                 PIC 9(03) VALUE ZERO.
       01  WS-PRP-IDX                   PIC 9(03).
       01  WS-PRP-DROPPED               PIC 9(05) VALUE ZERO.
       01  WS-PRP-REPLACED              PIC 9(05) VALUE ZERO.
       01  WS-PRP-MATCH-SWITCH          PIC X(01).
           88  WS-PRP-MATCHED           VALUE "Y".
       01  WS-BUD-FILE-NAME    PIC X(20) VALUE "./../budget.txt".
       01  WS-BUDW-FILE-NAME   PIC X(20) VALUE "./../budwork.txt".
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
               DISPLAY "  S099 - REVENUE BUDGET"
               DISPLAY "=============================================="
               DISPLAY "L=List plan  A=Add/replace a line  "
                       "P=Load S143 proposal  V=Variance report  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-BUDGET-LINE
                   WHEN "P"
                   WHEN "p"
                       PERFORM LOAD-PROPOSED-BUDGET
                   WHEN "V"
                   WHEN "v"
                       PERFORM VARIANCE-REPORT
               DISPLAY "Plan line added."
           END-IF.

      * Load the S143 renewal forecast (fcstbud.txt) as the plan: each
      * proposed line replaces the plan line for the same country-
      * month or is added, through the same work-file swap as a
      * keyed line; plan lines the proposal does not cover stay.
       LOAD-PROPOSED-BUDGET.
           MOVE ZERO TO WS-PRP-TOTAL
           MOVE ZERO TO WS-PRP-DROPPED
           MOVE ZERO TO WS-PRP-REPLACED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ProposalFile
           IF WS-PRP-STATUS NOT = "00"
               DISPLAY "fcstbud.txt could not be opened - status "
                       WS-PRP-STATUS " - run the S143 forecast first."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PROPOSAL
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-PRP-TOTAL < 200
                   ADD 1 TO WS-PRP-TOTAL
                   MOVE PRP-YEAR       TO WS-PRP-YEAR(WS-PRP-TOTAL)
                   MOVE PRP-MONTH      TO WS-PRP-MONTH(WS-PRP-TOTAL)
                   MOVE PRP-COUNTRY    TO WS-PRP-COUNTRY(WS-PRP-TOTAL)
                   MOVE PRP-REG-COUNT  TO WS-PRP-COUNT(WS-PRP-TOTAL)
                   MOVE PRP-FEE-AMOUNT TO WS-PRP-FEES(WS-PRP-TOTAL)
               ELSE
                   ADD 1 TO WS-PRP-DROPPED
               END-IF
               PERFORM READ-NEXT-PROPOSAL
           END-PERFORM
           CLOSE ProposalFile
           IF WS-PRP-TOTAL = ZERO
               DISPLAY "fcstbud.txt holds no proposed lines - "
                       "plan unchanged."
               EXIT PARAGRAPH
           END-IF
           IF WS-PRP-DROPPED > ZERO
               DISPLAY "fcstbud.txt holds more lines than one load "
                       "takes - " WS-PRP-DROPPED " left out."
           END-IF
           DISPLAY "Load " WS-PRP-TOTAL " proposed line(s), replacing "
                   "any plan line for the same country and month "
                   "(Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Proposal not loaded."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BudgetFile
           IF WS-BUD-STATUS = "35"
               OPEN OUTPUT BudgetFile
               CLOSE BudgetFile
               OPEN INPUT BudgetFile
           END-IF
           IF WS-BUD-STATUS NOT = "00"
               DISPLAY "budget.txt could not be opened - status "
                       WS-BUD-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BudgetWorkFile
           IF WS-BUDW-STATUS NOT = "00"
               DISPLAY "budwork.txt could not be opened - status "
                       WS-BUDW-STATUS
               CLOSE BudgetFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-BUDGET
           PERFORM UNTIL WS-END-OF-FILE
               MOVE "N" TO WS-PRP-MATCH-SWITCH
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                       UNTIL WS-PRP-IDX > WS-PRP-TOTAL
                          OR WS-PRP-MATCHED
                   IF BUD-YEAR = WS-PRP-YEAR(WS-PRP-IDX)
                           AND BUD-MONTH = WS-PRP-MONTH(WS-PRP-IDX)
                           AND BUD-COUNTRY = WS-PRP-COUNTRY(WS-PRP-IDX)
                       SET WS-PRP-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF WS-PRP-MATCHED
                   ADD 1 TO WS-PRP-REPLACED
               ELSE
                   MOVE BUDGET-RECORD TO BUDGET-WORK-RECORD
                   WRITE BUDGET-WORK-RECORD
               END-IF
               PERFORM READ-NEXT-BUDGET
           END-PERFORM
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TOTAL
               MOVE WS-PRP-YEAR(WS-PRP-IDX)    TO BDW-YEAR
               MOVE WS-PRP-MONTH(WS-PRP-IDX)   TO BDW-MONTH
               MOVE WS-PRP-COUNTRY(WS-PRP-IDX) TO BDW-COUNTRY
               MOVE WS-PRP-COUNT(WS-PRP-IDX)   TO BDW-REG-COUNT
               MOVE WS-PRP-FEES(WS-PRP-IDX)    TO BDW-FEE-AMOUNT
               WRITE BUDGET-WORK-RECORD
           END-PERFORM
           CLOSE BudgetFile
           CLOSE BudgetWorkFile
           CALL "CBL_DELETE_FILE" USING WS-BUD-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-BUDW-FILE-NAME
                   WS-BUD-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated plan is at "
                       "budwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Proposal loaded - " WS-PRP-TOTAL " line(s), "
                   WS-PRP-REPLACED " replacing an earlier plan line.".

       READ-NEXT-PROPOSAL.
           READ ProposalFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Budget against actual per plan line: actual counts and fees
      * come from the registrations on file (active rows, keyed by
      * DB-REG-DATE month and country); a month monthsum.txt shows
