      *                    overflows the 400-day table says so
      *                    instead of reporting the dropped days as
      *                    false unmatched bank lines.
      *   2024-07-18  rxz  Bank lines now reconcile to the numbered
      *                    deposits S074 prepares (deposit.txt)
      *                    instead of to whole fee days: a line
      *                    quoting the deposit number is credited to
      *                    it (a split bag adds up across lines), an
      *                    unreferenced line matches one deposit of
      *                    the same amount or two whose totals it
      *                    covers, and every deposit reports as
      *                    credited, credited with a difference, or
      *                    not yet credited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S043.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepositFile ASSIGN TO "./../deposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-STATUS.

           SELECT BankStmtFile ASSIGN TO DYNAMIC WS-BANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  DepositFile.
           COPY DEPREC.

       FD  BankStmtFile.
       01  BANK-STMT-RECORD.
           05  BANK-REFERENCE           PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-DEP-STATUS                PIC XX.
       01  WS-BANK-PATH                 PIC X(60).
       01  WS-BANK-STATUS               PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-BANK-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-BANK-END-OF-FILE      VALUE "Y".
       01  WS-DEP-FOUND-SWITCH          PIC X(01).
           88  WS-DEP-FOUND             VALUE "Y".
       01  WS-MATCHED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNMATCHED-BANK-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-DIFFERENCE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-UNBANKED-DEP-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-REF-DEPOSIT-NO            PIC 9(06).
       01  WS-PAIR-IDX                  PIC 9(04).
       01  WS-DIFFERENCE                PIC S9(11)V99.
       01  WS-DIFFERENCE-DISP           PIC Z(10)9.99-.

      * One slot per deposit S074 prepared inside the range - its
      * total from the register rows, and what the bank has
      * credited against it so far.
       01  WS-DEPOSIT-TABLE.
           05  WS-DEP-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-DEP-IDX.
               10  WS-DEP-NO            PIC 9(06).
               10  WS-DEP-DATE          PIC 9(08).
               10  WS-DEP-TOTAL         PIC 9(11)V99.
               10  WS-DEP-CREDITED      PIC 9(11)V99.
       01  WS-DEP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-DEP-DROPPED               PIC 9(05) VALUE ZERO.
       01  WS-FROM-ENTRY                PIC X(08).
       01  WS-TO-ENTRY                  PIC X(08).
       01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
           IF WS-TO-ENTRY NOT = SPACES
               MOVE WS-TO-ENTRY TO WS-TO-DATE
           END-IF
           PERFORM BUILD-DEPOSIT-TOTALS
           IF WS-DEP-DROPPED > ZERO
               DISPLAY "WARNING: " WS-DEP-DROPPED " deposit row(s) "
                       "fell on deposits past the 400-deposit table"
                       " - narrow the date range; their credits "
                       "will show as unmatched."
           END-IF

           OPEN INPUT BankStmtFile
           PERFORM MATCH-ONE-BANK-LINE UNTIL WS-BANK-END-OF-FILE
           CLOSE BankStmtFile

           PERFORM REPORT-DEPOSIT-STATE

           DISPLAY "==================================================="
           DISPLAY "Deposits credited     : " WS-MATCHED-COUNT
           DISPLAY "Credited with a diff  : " WS-DIFFERENCE-COUNT
           DISPLAY "Deposits not credited : " WS-UNBANKED-DEP-COUNT
           DISPLAY "Unmatched bank lines  : " WS-UNMATCHED-BANK-COUNT
           DISPLAY "==================================================="
           STOP RUN.

      * Roll deposit.txt up to one total per deposit number.
       BUILD-DEPOSIT-TOTALS.
           OPEN INPUT DepositFile
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "deposit.txt could not be opened - status "
                       WS-DEP-STATUS " - S074 has prepared no "
                       "deposits."
               STOP RUN
           END-IF
           PERFORM READ-NEXT-DEPOSIT-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF DEP-DATE >= WS-FROM-DATE
                       AND DEP-DATE <= WS-TO-DATE
                   PERFORM ADD-TO-DEPOSIT-TOTAL
               END-IF
               PERFORM READ-NEXT-DEPOSIT-ROW
           END-PERFORM
           CLOSE DepositFile.

       READ-NEXT-DEPOSIT-ROW.
           READ DepositFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       ADD-TO-DEPOSIT-TOTAL.
           MOVE "N" TO WS-DEP-FOUND-SWITCH
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                      OR WS-DEP-FOUND
               IF WS-DEP-NO(WS-DEP-IDX) = DEP-NO
                   ADD DEP-AMOUNT TO WS-DEP-TOTAL(WS-DEP-IDX)
                   SET WS-DEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DEP-FOUND
               IF WS-DEP-COUNT < 400
                   ADD 1 TO WS-DEP-COUNT
                   SET WS-DEP-IDX TO WS-DEP-COUNT
                   MOVE DEP-NO     TO WS-DEP-NO(WS-DEP-IDX)
                   MOVE DEP-DATE   TO WS-DEP-DATE(WS-DEP-IDX)
                   MOVE DEP-AMOUNT TO WS-DEP-TOTAL(WS-DEP-IDX)
                   MOVE ZERO       TO WS-DEP-CREDITED(WS-DEP-IDX)
               ELSE
                   ADD 1 TO WS-DEP-DROPPED
               END-IF
           END-IF.

                   SET WS-BANK-END-OF-FILE TO TRUE
           END-READ.

      * A line quoting a deposit number is that deposit's, whatever
      * the amount - the bank may split one bag over several lines.
      * An unreferenced line falls back to one uncredited deposit
      * of the same amount made on or before the credit date, then
      * to two whose totals it covers between them (two bags
      * credited as one).
       MATCH-ONE-BANK-LINE.
           MOVE "N" TO WS-DEP-FOUND-SWITCH
           IF BANK-REFERENCE(1:6) IS NUMERIC
               MOVE BANK-REFERENCE(1:6) TO WS-REF-DEPOSIT-NO
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-COUNT
                          OR WS-DEP-FOUND
                   IF WS-DEP-NO(WS-DEP-IDX) = WS-REF-DEPOSIT-NO
                       ADD BANK-AMOUNT TO WS-DEP-CREDITED(WS-DEP-IDX)
                       DISPLAY "Credited: deposit " WS-REF-DEPOSIT-NO
                               " " BANK-DATE " " BANK-AMOUNT
                       SET WS-DEP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-DEP-FOUND
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-COUNT
                          OR WS-DEP-FOUND
                   IF WS-DEP-CREDITED(WS-DEP-IDX) = ZERO
                           AND WS-DEP-TOTAL(WS-DEP-IDX) = BANK-AMOUNT
                           AND WS-DEP-DATE(WS-DEP-IDX) <= BANK-DATE
                       MOVE BANK-AMOUNT
                               TO WS-DEP-CREDITED(WS-DEP-IDX)
                       DISPLAY "Credited: deposit "
                               WS-DEP-NO(WS-DEP-IDX) " " BANK-DATE
                               " " BANK-AMOUNT " (" BANK-REFERENCE
                               ")"
                       SET WS-DEP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-DEP-FOUND
               PERFORM MATCH-TWO-DEPOSITS
           END-IF
           IF NOT WS-DEP-FOUND
               ADD 1 TO WS-UNMATCHED-BANK-COUNT
               DISPLAY "Bank line with no deposit: " BANK-DATE " "
                       BANK-AMOUNT " (" BANK-REFERENCE ")"
           END-IF
           PERFORM READ-NEXT-BANK-LINE.

       MATCH-TWO-DEPOSITS.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                      OR WS-DEP-FOUND
               IF WS-DEP-CREDITED(WS-DEP-IDX) = ZERO
                       AND WS-DEP-DATE(WS-DEP-IDX) <= BANK-DATE
                   COMPUTE WS-PAIR-IDX = WS-DEP-IDX + 1
                   PERFORM UNTIL WS-PAIR-IDX > WS-DEP-COUNT
                           OR WS-DEP-FOUND
                       IF WS-DEP-CREDITED(WS-PAIR-IDX) = ZERO
                               AND WS-DEP-DATE(WS-PAIR-IDX)
                                       <= BANK-DATE
                               AND WS-DEP-TOTAL(WS-DEP-IDX)
                                 + WS-DEP-TOTAL(WS-PAIR-IDX)
                                       = BANK-AMOUNT
                           MOVE WS-DEP-TOTAL(WS-DEP-IDX)
                                   TO WS-DEP-CREDITED(WS-DEP-IDX)
                           MOVE WS-DEP-TOTAL(WS-PAIR-IDX)
                                   TO WS-DEP-CREDITED(WS-PAIR-IDX)
                           DISPLAY "Credited: deposits "
                                   WS-DEP-NO(WS-DEP-IDX) " + "
                                   WS-DEP-NO(WS-PAIR-IDX) " as one "
                                   "line " BANK-DATE " " BANK-AMOUNT
                           SET WS-DEP-FOUND TO TRUE
                       END-IF
                       ADD 1 TO WS-PAIR-IDX
                   END-PERFORM
               END-IF
           END-PERFORM.

       REPORT-DEPOSIT-STATE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               EVALUATE TRUE
                   WHEN WS-DEP-CREDITED(WS-DEP-IDX) = ZERO
                       ADD 1 TO WS-UNBANKED-DEP-COUNT
                       DISPLAY "Deposit not credited: "
                               WS-DEP-NO(WS-DEP-IDX) " of "
                               WS-DEP-DATE(WS-DEP-IDX) " "
                               WS-DEP-TOTAL(WS-DEP-IDX)
                   WHEN WS-DEP-CREDITED(WS-DEP-IDX)
                           = WS-DEP-TOTAL(WS-DEP-IDX)
                       ADD 1 TO WS-MATCHED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-DIFFERENCE-COUNT
                       COMPUTE WS-DIFFERENCE
                               = WS-DEP-CREDITED(WS-DEP-IDX)
                               - WS-DEP-TOTAL(WS-DEP-IDX)
                       MOVE WS-DIFFERENCE TO WS-DIFFERENCE-DISP
                       DISPLAY "Deposit " WS-DEP-NO(WS-DEP-IDX)
                               " slip " WS-DEP-TOTAL(WS-DEP-IDX)
                               " credited "
                               WS-DEP-CREDITED(WS-DEP-IDX)
                               " difference " WS-DIFFERENCE-DISP
               END-EVALUATE
           END-PERFORM.

      * The statement file comes from BANK_STATEMENT_FILE, defaulting
      * to bankstmt.txt next to database.txt.
       INITIALIZE-PATHS.
           MOVE "./../bankstmt.txt" TO WS-BANK-PATH
           ACCEPT WS-BANK-PATH FROM ENVIRONMENT "BANK_STATEMENT_FILE"
               ON EXCEPTION
