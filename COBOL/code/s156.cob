      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-22
      * Purpose: Payroll recovery of employee equipment charges. The
      *          lost-item charges S037 raises on chargeled.txt
      *          (CHGREC) used to wait for the employee to pay at
      *          S039's desk, which most never did. The Extract
      *          writes every open charge for a pay period to the
      *          payroll bureau's deduction file (payded.txt,
      *          PDDREC: header, details, count-and-totals trailer)
      *          with the employee's deduction consent, oldest
      *          charge first; what is deducted per employee per
      *          period is capped at PAYROLL-DEDUCT-CAP through
      *          CONFIG, except that a leaver - offboarded by S035,
      *          whose charges it marks for final pay - has the full
      *          remaining balance deducted from final pay. The
      *          Import reads payroll's confirmation (payconf.txt,
      *          PDCREC): each deduction taken is added to the
      *          charge's recovered amount with a receipt number
      *          from the shared rcptctl.txt counter, the charge
      *          going paid when nothing is left and part paid until
      *          then, and the receipt is listed on chgpay.txt
      *          (CHPREC). A confirmation row already imported (same
      *          payroll reference, employee and item) is skipped,
      *          and anything more than the balance is reported as
      *          excess for payroll to refund. Both runs report
      *          through RPTWRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S156.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChargeLedgerFile ASSIGN TO "./../chargeled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT ChargeWorkFile ASSIGN TO "./../chgwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGW-STATUS.

           SELECT ChargePaymentFile ASSIGN TO "./../chgpay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHP-STATUS.

           SELECT EmployeeFile ASSIGN TO "./../employee.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT DeductionFile ASSIGN TO "./../payded.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDD-STATUS.

           SELECT ConfirmationFile ASSIGN TO "./../payconf.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDC-STATUS.

           SELECT ReceiptCtlFile ASSIGN TO "./../rcptctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-CTL-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  ChargeLedgerFile.
           COPY CHGREC.

       FD  ChargeWorkFile.
           COPY CHGREC REPLACING
               ==EMPLOYEE-CHARGE-RECORD== BY ==CHARGE-WORK-RECORD==
               LEADING ==CHG== BY ==CGW==.

       FD  ChargePaymentFile.
           COPY CHPREC.

       FD  EmployeeFile.
           COPY EMPREC.

       FD  DeductionFile.
           COPY PDDREC.

       FD  ConfirmationFile.
           COPY PDCREC.

       FD  ReceiptCtlFile.
       01  ReceiptCtlRec                PIC 9(07).

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-EMPLOYEE-ID          PIC 9(05).
           05  SRT-RAISED-DATE          PIC 9(08).
           05  SRT-ITEM-ID              PIC 9(05).
           05  SRT-BALANCE              PIC 9(07)V99.
           05  SRT-FINAL-PAY            PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-CHG-STATUS                PIC XX.
       01  WS-CHGW-STATUS               PIC XX.
       01  WS-CHP-STATUS                PIC XX.
       01  WS-EMP-STATUS                PIC XX.
       01  WS-PDD-STATUS                PIC XX.
       01  WS-PDC-STATUS                PIC XX.
       01  WS-RCPT-CTL-STATUS           PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-EMP-OPEN-SWITCH           PIC X(01).
           88  WS-EMP-IS-OPEN           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-PERIOD-ENTRY              PIC X(06).
       01  WS-PERIOD                    PIC 9(06).
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR           PIC 9(04).
           05  WS-PERIOD-MM             PIC 9(02).
       01  WS-CHG-FILE-NAME             PIC X(20)
               VALUE "./../chargeled.txt".
       01  WS-CHGW-FILE-NAME            PIC X(20)
               VALUE "./../chgwork.txt".
       01  WS-CHG-DELETE-RESULT         PIC 9(09) COMP-5.
       01  WS-CHG-RENAME-RESULT         PIC 9(09) COMP-5.
       01  WS-LAST-RECEIPT-NO           PIC 9(07) VALUE ZERO.
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-CAP-DIGITS                PIC 9(09).
       01  WS-PERIOD-CAP                PIC 9(07)V99.
       01  WS-CAP-LEFT                  PIC 9(07)V99.
       01  WS-CHG-RECOVERED             PIC 9(07)V99.
       01  WS-CHG-BALANCE               PIC 9(07)V99.

      * Extract - the employee being deducted and the run totals.
       01  WS-FIRST-ROW-SWITCH          PIC X(01).
           88  WS-FIRST-ROW             VALUE "Y".
       01  WS-CURRENT-EMPLOYEE          PIC 9(05).
       01  WS-CUR-LAST-NAME             PIC X(15).
       01  WS-CUR-FIRST-NAME            PIC X(15).
       01  WS-CUR-CONSENT               PIC X(01).
       01  WS-CUR-LEAVER                PIC X(01).
       01  WS-ROW-FINAL-PAY             PIC X(01).
       01  WS-ROW-DEDUCT                PIC 9(07)V99.
       01  WS-DETAIL-COUNT              PIC 9(05).
       01  WS-EMPLOYEE-COUNT            PIC 9(05).
       01  WS-NO-CONSENT-COUNT          PIC 9(05).
       01  WS-FINAL-PAY-COUNT           PIC 9(05).
       01  WS-BALANCE-TOTAL             PIC 9(11)V99.
       01  WS-DEDUCT-TOTAL              PIC 9(11)V99.

      * Import - payroll's rows, matched to the ledger by employee
      * and item. Outcome: space waiting, "A" applied, "D" already
      * imported, "B" unreadable; still waiting after the ledger
      * pass means no open charge matched.
       01  WS-CONF-TABLE.
           05  WS-CNF OCCURS 500 TIMES
                   INDEXED BY WS-CNF-IDX.
               10  WS-CNF-EMPLOYEE-ID   PIC 9(05).
               10  WS-CNF-ITEM-ID       PIC 9(05).
               10  WS-CNF-AMOUNT        PIC 9(07)V99.
               10  WS-CNF-PAY-DATE      PIC 9(08).
               10  WS-CNF-REFERENCE     PIC X(12).
               10  WS-CNF-OUTCOME       PIC X(01).
               10  WS-CNF-APPLIED       PIC 9(07)V99.
               10  WS-CNF-EXCESS        PIC 9(07)V99.
               10  WS-CNF-RECEIPT-NO    PIC 9(07).
               10  WS-CNF-CHARGE-STATE  PIC X(01).
       01  WS-CONF-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-CONF-FULL-SWITCH          PIC X(01).
           88  WS-CONF-TABLE-FULL       VALUE "Y".
       01  WS-APPLIED-COUNT             PIC 9(05).
       01  WS-APPLIED-TOTAL             PIC 9(11)V99.
       01  WS-PAID-COUNT                PIC 9(05).
       01  WS-DUPLICATE-COUNT           PIC 9(05).
       01  WS-UNMATCHED-COUNT           PIC 9(05).
       01  WS-BAD-ROW-COUNT             PIC 9(05).
       01  WS-EXCESS-COUNT              PIC 9(05).
       01  WS-EXCESS-TOTAL              PIC 9(11)V99.
       01  WS-OUTCOME-TEXT              PIC X(24).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S156".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S156 - PAYROLL RECOVERY OF EMPLOYEE CHARGES"
               DISPLAY "=============================================="
               DISPLAY "E=Extract deductions for a period  "
                       "I=Import payroll confirmation  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXTRACT-DEDUCTIONS
                   WHEN "I"
                   WHEN "i"
                       PERFORM IMPORT-CONFIRMATION
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * The per-period cap is held as whole cents, the way CONFIG's
      * other money settings are (REFERRAL-CREDIT-x).
       LOAD-PERIOD-CAP.
           MOVE "PAYROLL-DEDUCT-CAP" TO WS-CFG-NAME
           MOVE "000010000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE ZERO TO WS-PERIOD-CAP
           IF WS-CFG-VALUE(1:9) IS NUMERIC
               MOVE WS-CFG-VALUE(1:9) TO WS-CAP-DIGITS
               COMPUTE WS-PERIOD-CAP = WS-CAP-DIGITS / 100
           END-IF.

      * Amount still owed on the current charge row. Rows raised
      * before payroll recovery existed carry no recovered amount.
       WORK-OUT-CHARGE-BALANCE.
           MOVE ZERO TO WS-CHG-RECOVERED
           IF CHG-RECOVERED IS NUMERIC
               MOVE CHG-RECOVERED TO WS-CHG-RECOVERED
           END-IF
           IF WS-CHG-RECOVERED >= CHG-AMOUNT
               MOVE ZERO TO WS-CHG-BALANCE
           ELSE
               COMPUTE WS-CHG-BALANCE
                       = CHG-AMOUNT - WS-CHG-RECOVERED
           END-IF.

       READ-NEXT-CHARGE.
           READ ChargeLedgerFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * One deduction file per pay period: every open charge, oldest
      * first within each employee, with what to deduct this period
      * - capped per employee, or the whole balance from a leaver's
      * final pay. The file is rewritten each run; payroll takes the
      * period's file before the next extract.
       EXTRACT-DEDUCTIONS.
           DISPLAY "Pay period (YYYYMM): "
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY
           IF WS-PERIOD-ENTRY IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM - refused."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-ENTRY TO WS-PERIOD
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "Period must be YYYYMM - refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-CAP

           OPEN OUTPUT DeductionFile
           IF WS-PDD-STATUS NOT = "00"
               DISPLAY "payded.txt could not be opened - status "
                       WS-PDD-STATUS " - nothing extracted."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAYROLL-DEDUCTION-HEADER
           MOVE "H" TO PDH-REC-TYPE
           MOVE WS-PERIOD TO PDH-PERIOD
           MOVE WS-TODAY-DATE TO PDH-CREATE-DATE
           ACCEPT PDH-CREATE-TIME FROM TIME
           MOVE WS-PERIOD-CAP TO PDH-PERIOD-CAP
           WRITE PAYROLL-DEDUCTION-HEADER

           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-EMPLOYEE-COUNT
           MOVE ZERO TO WS-NO-CONSENT-COUNT
           MOVE ZERO TO WS-FINAL-PAY-COUNT
           MOVE ZERO TO WS-BALANCE-TOTAL
           MOVE ZERO TO WS-DEDUCT-TOTAL
           MOVE "s156" TO WS-RPT-ID
           MOVE "PAYROLL DEDUCTION EXTRACT" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "PERIOD " WS-PERIOD "  CAP PER EMPLOYEE "
                   WS-PERIOD-CAP
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "EMPL  NAME            ITEM  RAISED   C F      BALANCE"
               TO WS-RPT-TEXT
           MOVE "      DEDUCT" TO WS-RPT-TEXT(56:12)
           PERFORM RPT-LINE
           MOVE "N" TO WS-SORT-SWITCH
           SORT SortFile
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               ON ASCENDING KEY SRT-RAISED-DATE
               ON ASCENDING KEY SRT-ITEM-ID
               INPUT PROCEDURE IS Gather-Charges-Section
               OUTPUT PROCEDURE IS Write-Deductions-Section

           MOVE SPACES TO PAYROLL-DEDUCTION-TRAILER
           MOVE "T" TO PDT-REC-TYPE
           MOVE WS-PERIOD TO PDT-PERIOD
           MOVE WS-DETAIL-COUNT TO PDT-DETAIL-COUNT
           MOVE WS-BALANCE-TOTAL TO PDT-BALANCE-TOTAL
           MOVE WS-DEDUCT-TOTAL TO PDT-DEDUCT-TOTAL
           WRITE PAYROLL-DEDUCTION-TRAILER
           CLOSE DeductionFile

           PERFORM RPT-LINE
           STRING "Charges " WS-DETAIL-COUNT "  Employees "
                   WS-EMPLOYEE-COUNT "  Final pay "
                   WS-FINAL-PAY-COUNT "  No consent "
                   WS-NO-CONSENT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Balance owed " WS-BALANCE-TOTAL
                   "  To deduct " WS-DEDUCT-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           DISPLAY "Deduction file payded.txt written for period "
                   WS-PERIOD " - " WS-DETAIL-COUNT " charge(s), "
                   WS-DEDUCT-TOTAL " to deduct."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Deduction extract " WS-PERIOD " "
                   WS-DETAIL-COUNT " charges, deduct "
                   WS-DEDUCT-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Payroll's confirmation applied to the ledger: the rows are
      * held whole, the ones already on chgpay.txt set aside, and
      * one pass over chargeled.txt through the work-file swap adds
      * each deduction to its charge with a receipt number.
       IMPORT-CONFIRMATION.
           PERFORM LOAD-CONFIRMATIONS
           IF WS-CONF-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-ALREADY-IMPORTED
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-APPLIED-TOTAL
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-EXCESS-COUNT
           MOVE ZERO TO WS-EXCESS-TOTAL

           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ChargeLedgerFile
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "chargeled.txt could not be opened - status "
                       WS-CHG-STATUS " - nothing applied."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ChargeWorkFile
           IF WS-CHGW-STATUS NOT = "00"
               DISPLAY "chgwork.txt could not be opened - status "
                       WS-CHGW-STATUS " - nothing applied."
               CLOSE ChargeLedgerFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CHARGE
           PERFORM UNTIL WS-END-OF-FILE
               IF CHG-STATE-OPEN
                   PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                           UNTIL WS-CNF-IDX > WS-CONF-COUNT
                       IF WS-CNF-OUTCOME(WS-CNF-IDX) = SPACE
                               AND WS-CNF-EMPLOYEE-ID(WS-CNF-IDX)
                                   = CHG-EMPLOYEE-ID
                               AND WS-CNF-ITEM-ID(WS-CNF-IDX)
                                   = CHG-ITEM-ID
                               AND CHG-STATE-OPEN
                           PERFORM APPLY-ONE-DEDUCTION
                       END-IF
                   END-PERFORM
               END-IF
               MOVE EMPLOYEE-CHARGE-RECORD TO CHARGE-WORK-RECORD
               WRITE CHARGE-WORK-RECORD
               PERFORM READ-NEXT-CHARGE
           END-PERFORM
           CLOSE ChargeLedgerFile
           CLOSE ChargeWorkFile

           IF WS-APPLIED-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-CHGW-FILE-NAME
                       RETURNING WS-CHG-DELETE-RESULT
           ELSE
               PERFORM WRITE-PAYROLL-RECEIPTS
               CALL "CBL_DELETE_FILE" USING WS-CHG-FILE-NAME
                       RETURNING WS-CHG-DELETE-RESULT
               CALL "CBL_RENAME_FILE" USING WS-CHGW-FILE-NAME
                       WS-CHG-FILE-NAME
                       RETURNING WS-CHG-RENAME-RESULT
               IF WS-CHG-RENAME-RESULT NOT = ZERO
                   DISPLAY "SWAP FAILED - the updated ledger is at "
                           "chgwork.txt; restore it by hand."
               END-IF
           END-IF
           PERFORM PRINT-IMPORT-REPORT.

      * payconf.txt held whole - up to 500 rows per import; a row
      * whose numbers do not read is set aside as unreadable.
       LOAD-CONFIRMATIONS.
           MOVE ZERO TO WS-CONF-COUNT
           MOVE ZERO TO WS-BAD-ROW-COUNT
           MOVE "N" TO WS-CONF-FULL-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ConfirmationFile
           IF WS-PDC-STATUS NOT = "00"
               DISPLAY "payconf.txt could not be opened - status "
                       WS-PDC-STATUS " - no confirmation to import."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ConfirmationFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CONF-COUNT >= 500
                           SET WS-CONF-TABLE-FULL TO TRUE
                       ELSE
                           PERFORM KEEP-ONE-CONFIRMATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConfirmationFile
           IF WS-CONF-TABLE-FULL
               DISPLAY "WARNING: more than 500 confirmation rows - "
                       "only the first 500 are imported this run."
           END-IF
           IF WS-CONF-COUNT = ZERO
               DISPLAY "payconf.txt is empty - nothing to import."
           END-IF.

       KEEP-ONE-CONFIRMATION.
           ADD 1 TO WS-CONF-COUNT
           SET WS-CNF-IDX TO WS-CONF-COUNT
           MOVE PDC-REFERENCE TO WS-CNF-REFERENCE(WS-CNF-IDX)
           MOVE SPACE TO WS-CNF-OUTCOME(WS-CNF-IDX)
           MOVE SPACE TO WS-CNF-CHARGE-STATE(WS-CNF-IDX)
           MOVE ZERO TO WS-CNF-APPLIED(WS-CNF-IDX)
           MOVE ZERO TO WS-CNF-EXCESS(WS-CNF-IDX)
           MOVE ZERO TO WS-CNF-RECEIPT-NO(WS-CNF-IDX)
           IF PDC-EMPLOYEE-ID IS NOT NUMERIC
                   OR PDC-ITEM-ID IS NOT NUMERIC
                   OR PDC-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO WS-CNF-EMPLOYEE-ID(WS-CNF-IDX)
               MOVE ZERO TO WS-CNF-ITEM-ID(WS-CNF-IDX)
               MOVE ZERO TO WS-CNF-AMOUNT(WS-CNF-IDX)
               MOVE ZERO TO WS-CNF-PAY-DATE(WS-CNF-IDX)
               MOVE "B" TO WS-CNF-OUTCOME(WS-CNF-IDX)
               ADD 1 TO WS-BAD-ROW-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PDC-EMPLOYEE-ID TO WS-CNF-EMPLOYEE-ID(WS-CNF-IDX)
           MOVE PDC-ITEM-ID TO WS-CNF-ITEM-ID(WS-CNF-IDX)
           MOVE PDC-AMOUNT TO WS-CNF-AMOUNT(WS-CNF-IDX)
           IF PDC-PAY-DATE IS NUMERIC AND PDC-PAY-DATE > ZERO
               MOVE PDC-PAY-DATE TO WS-CNF-PAY-DATE(WS-CNF-IDX)
           ELSE
               MOVE WS-TODAY-DATE TO WS-CNF-PAY-DATE(WS-CNF-IDX)
           END-IF
           IF PDC-AMOUNT = ZERO
               MOVE "B" TO WS-CNF-OUTCOME(WS-CNF-IDX)
               ADD 1 TO WS-BAD-ROW-COUNT
           END-IF.

      * A payroll row already on chgpay.txt - same reference,
      * employee and item - came in on an earlier import and is not
      * applied twice.
       MARK-ALREADY-IMPORTED.
           MOVE ZERO TO WS-DUPLICATE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ChargePaymentFile
           IF WS-CHP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ChargePaymentFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CHP-FROM-PAYROLL
                           PERFORM MARK-ONE-DUPLICATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChargePaymentFile.

       MARK-ONE-DUPLICATE.
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONF-COUNT
               IF WS-CNF-OUTCOME(WS-CNF-IDX) = SPACE
                       AND WS-CNF-REFERENCE(WS-CNF-IDX)
                           = CHP-REFERENCE
                       AND WS-CNF-EMPLOYEE-ID(WS-CNF-IDX)
                           = CHP-EMPLOYEE-ID
                       AND WS-CNF-ITEM-ID(WS-CNF-IDX) = CHP-ITEM-ID
                   MOVE "D" TO WS-CNF-OUTCOME(WS-CNF-IDX)
                   ADD 1 TO WS-DUPLICATE-COUNT
               END-IF
           END-PERFORM.

      * What payroll took goes on the charge up to its balance; any
      * more is excess for payroll to hand back. The charge is paid
      * on the pay date once nothing is left, part paid until then.
       APPLY-ONE-DEDUCTION.
           PERFORM WORK-OUT-CHARGE-BALANCE
           IF WS-CNF-AMOUNT(WS-CNF-IDX) > WS-CHG-BALANCE
               MOVE WS-CHG-BALANCE TO WS-CNF-APPLIED(WS-CNF-IDX)
               COMPUTE WS-CNF-EXCESS(WS-CNF-IDX)
                       = WS-CNF-AMOUNT(WS-CNF-IDX) - WS-CHG-BALANCE
               ADD 1 TO WS-EXCESS-COUNT
               ADD WS-CNF-EXCESS(WS-CNF-IDX) TO WS-EXCESS-TOTAL
           ELSE
               MOVE WS-CNF-AMOUNT(WS-CNF-IDX)
                       TO WS-CNF-APPLIED(WS-CNF-IDX)
           END-IF
           MOVE "A" TO WS-CNF-OUTCOME(WS-CNF-IDX)
           IF WS-CNF-APPLIED(WS-CNF-IDX) = ZERO
               MOVE CHG-STATE TO WS-CNF-CHARGE-STATE(WS-CNF-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-RECEIPT-NO
           MOVE WS-LAST-RECEIPT-NO TO WS-CNF-RECEIPT-NO(WS-CNF-IDX)
           ADD WS-CNF-APPLIED(WS-CNF-IDX) TO WS-CHG-RECOVERED
           MOVE WS-CHG-RECOVERED TO CHG-RECOVERED
           MOVE WS-LAST-RECEIPT-NO TO CHG-RECEIPT-NO
           IF WS-CHG-RECOVERED >= CHG-AMOUNT
               SET CHG-STATE-PAID TO TRUE
               MOVE WS-CNF-PAY-DATE(WS-CNF-IDX) TO CHG-PAID-DATE
               MOVE ZERO TO CHG-PAID-BY
               ADD 1 TO WS-PAID-COUNT
           ELSE
               SET CHG-STATE-PART-PAID TO TRUE
           END-IF
           MOVE CHG-STATE TO WS-CNF-CHARGE-STATE(WS-CNF-IDX)
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-CNF-APPLIED(WS-CNF-IDX) TO WS-APPLIED-TOTAL.

      * Every receipt the import issued is listed on chgpay.txt with
      * payroll's reference - the row the next import checks for.
       WRITE-PAYROLL-RECEIPTS.
           OPEN EXTEND ChargePaymentFile
           IF WS-CHP-STATUS = "35"
               OPEN OUTPUT ChargePaymentFile
           END-IF
           IF WS-CHP-STATUS NOT = "00"
               DISPLAY "chgpay.txt could not be opened - status "
                       WS-CHP-STATUS " - receipts not listed there."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONF-COUNT
               IF WS-CNF-RECEIPT-NO(WS-CNF-IDX) > ZERO
                   MOVE WS-CNF-RECEIPT-NO(WS-CNF-IDX)
                           TO CHP-RECEIPT-NO
                   MOVE WS-CNF-EMPLOYEE-ID(WS-CNF-IDX)
                           TO CHP-EMPLOYEE-ID
                   MOVE WS-CNF-ITEM-ID(WS-CNF-IDX) TO CHP-ITEM-ID
                   MOVE WS-CNF-APPLIED(WS-CNF-IDX) TO CHP-AMOUNT
                   MOVE WS-CNF-PAY-DATE(WS-CNF-IDX) TO CHP-DATE
                   SET CHP-FROM-PAYROLL TO TRUE
                   MOVE WS-CNF-REFERENCE(WS-CNF-IDX)
                           TO CHP-REFERENCE
                   MOVE ZERO TO CHP-TAKEN-BY
                   WRITE CHARGE-PAYMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE ChargePaymentFile.

      * One line per confirmation row with what became of it.
       PRINT-IMPORT-REPORT.
           MOVE ZERO TO WS-UNMATCHED-COUNT
           MOVE "s156" TO WS-RPT-ID
           MOVE "PAYROLL DEDUCTION CONFIRMATION" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE "EMPL  ITEM  REFERENCE    PAY DATE     AMOUNT RECEIPT"
               TO WS-RPT-TEXT
           MOVE " OUTCOME" TO WS-RPT-TEXT(54:8)
           PERFORM RPT-LINE
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONF-COUNT
               EVALUATE WS-CNF-OUTCOME(WS-CNF-IDX)
                   WHEN "A"
                       IF WS-CNF-CHARGE-STATE(WS-CNF-IDX) = "P"
                           MOVE "APPLIED - CHARGE PAID"
                                   TO WS-OUTCOME-TEXT
                       ELSE
                           MOVE "APPLIED - PART PAID"
                                   TO WS-OUTCOME-TEXT
                       END-IF
                   WHEN "D"
                       MOVE "ALREADY IMPORTED" TO WS-OUTCOME-TEXT
                   WHEN "B"
                       MOVE "UNREADABLE ROW" TO WS-OUTCOME-TEXT
                   WHEN OTHER
                       MOVE "NO OPEN CHARGE" TO WS-OUTCOME-TEXT
                       ADD 1 TO WS-UNMATCHED-COUNT
               END-EVALUATE
               STRING WS-CNF-EMPLOYEE-ID(WS-CNF-IDX) " "
                       WS-CNF-ITEM-ID(WS-CNF-IDX) " "
                       WS-CNF-REFERENCE(WS-CNF-IDX) " "
                       WS-CNF-PAY-DATE(WS-CNF-IDX) " "
                       WS-CNF-AMOUNT(WS-CNF-IDX) " "
                       WS-CNF-RECEIPT-NO(WS-CNF-IDX) " "
                       WS-OUTCOME-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               IF WS-CNF-EXCESS(WS-CNF-IDX) > ZERO
                   STRING "      EXCESS OVER THE BALANCE "
                           WS-CNF-EXCESS(WS-CNF-IDX)
                           " - REFUND THROUGH PAYROLL"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
           END-PERFORM
           PERFORM RPT-LINE
           STRING "Rows " WS-CONF-COUNT "  Applied " WS-APPLIED-COUNT
                   "  Paid off " WS-PAID-COUNT "  Already imported "
                   WS-DUPLICATE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "No open charge " WS-UNMATCHED-COUNT
                   "  Unreadable " WS-BAD-ROW-COUNT
                   "  Excess " WS-EXCESS-COUNT " " WS-EXCESS-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Recovered through payroll " WS-APPLIED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           DISPLAY "Payroll confirmation imported - " WS-APPLIED-COUNT
                   " applied, " WS-PAID-COUNT " paid off, "
                   WS-UNMATCHED-COUNT " with no open charge."
           IF WS-UNMATCHED-COUNT > ZERO OR WS-EXCESS-COUNT > ZERO
                   OR WS-BAD-ROW-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Payroll import applied " WS-APPLIED-COUNT
                   " total " WS-APPLIED-TOTAL " unmatched "
                   WS-UNMATCHED-COUNT " excess " WS-EXCESS-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Read the last-used receipt number from rcptctl.txt, bump it
      * by one and save it back - the counter S039's desk draws
      * from, so payroll recoveries sit in the same sequence.
       ASSIGN-NEXT-RECEIPT-NO.
           MOVE ZERO TO WS-LAST-RECEIPT-NO
           OPEN INPUT ReceiptCtlFile
           IF WS-RCPT-CTL-STATUS = "00"
               READ ReceiptCtlFile INTO WS-LAST-RECEIPT-NO
               CLOSE ReceiptCtlFile
           END-IF
           ADD 1 TO WS-LAST-RECEIPT-NO
           OPEN OUTPUT ReceiptCtlFile
           MOVE WS-LAST-RECEIPT-NO TO ReceiptCtlRec
           WRITE ReceiptCtlRec
           CLOSE ReceiptCtlFile.

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

      * Every charge still owing something - open, or part paid
      * through an earlier period - goes to the sort with its
      * balance and whether S035 sent it to final pay.
       Gather-Charges-Section SECTION.
       Gather-Charges.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ChargeLedgerFile
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "chargeled.txt could not be opened - status "
                       WS-CHG-STATUS " - no charges to extract."
               GO TO Gather-Charges-Done
           END-IF
           PERFORM READ-NEXT-CHARGE
           PERFORM UNTIL WS-END-OF-FILE
               IF CHG-STATE-OPEN
                   PERFORM WORK-OUT-CHARGE-BALANCE
                   IF WS-CHG-BALANCE > ZERO
                       PERFORM RELEASE-ONE-CHARGE
                   END-IF
               END-IF
               PERFORM READ-NEXT-CHARGE
           END-PERFORM
           CLOSE ChargeLedgerFile
           GO TO Gather-Charges-Done.
       RELEASE-ONE-CHARGE.
           MOVE CHG-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
           MOVE CHG-RAISED-DATE TO SRT-RAISED-DATE
           MOVE CHG-ITEM-ID     TO SRT-ITEM-ID
           MOVE WS-CHG-BALANCE  TO SRT-BALANCE
           IF CHG-FOR-FINAL-PAY
               MOVE "Y" TO SRT-FINAL-PAY
           ELSE
               MOVE "N" TO SRT-FINAL-PAY
           END-IF
           RELEASE SORT-RECORD.
       Gather-Charges-Done.
           EXIT.

      * Per employee, oldest charge first: the cap is spent down
      * charge by charge, and a charge past the cap is still written
      * with nothing to deduct so payroll sees the whole balance. An
      * inactive employee is deducted in full from final pay even
      * where the charge was raised after offboarding.
       Write-Deductions-Section SECTION.
       Write-Deductions.
           MOVE "N" TO WS-EMP-OPEN-SWITCH
           OPEN INPUT EmployeeFile
           IF WS-EMP-STATUS = "00"
               SET WS-EMP-IS-OPEN TO TRUE
           END-IF
           SET WS-FIRST-ROW TO TRUE
           PERFORM RETURN-NEXT-CHARGE
           PERFORM UNTIL WS-SORT-DONE
               IF WS-FIRST-ROW
                       OR SRT-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE
                   MOVE "N" TO WS-FIRST-ROW-SWITCH
                   PERFORM START-NEXT-EMPLOYEE
               END-IF
               PERFORM WRITE-ONE-DEDUCTION
               PERFORM RETURN-NEXT-CHARGE
           END-PERFORM
           IF WS-EMP-IS-OPEN
               CLOSE EmployeeFile
           END-IF
           GO TO Write-Deductions-Done.
       START-NEXT-EMPLOYEE.
           MOVE SRT-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE
           MOVE WS-PERIOD-CAP TO WS-CAP-LEFT
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE "(not on file)" TO WS-CUR-LAST-NAME
           MOVE SPACES TO WS-CUR-FIRST-NAME
           MOVE "N" TO WS-CUR-CONSENT
           MOVE "N" TO WS-CUR-LEAVER
           IF WS-EMP-IS-OPEN
               MOVE SRT-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EmployeeFile KEY IS EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LAST-NAME TO WS-CUR-LAST-NAME
                       MOVE FIRST-NAME TO WS-CUR-FIRST-NAME
                       IF EMPLOYEE-HAS-CONSENTED
                           MOVE "Y" TO WS-CUR-CONSENT
                       END-IF
                       IF EMPLOYEE-INACTIVE
                           MOVE "Y" TO WS-CUR-LEAVER
                       END-IF
               END-READ
           END-IF
           IF WS-CUR-CONSENT NOT = "Y"
               ADD 1 TO WS-NO-CONSENT-COUNT
           END-IF.
       WRITE-ONE-DEDUCTION.
           IF SRT-FINAL-PAY = "Y" OR WS-CUR-LEAVER = "Y"
               MOVE "Y" TO WS-ROW-FINAL-PAY
               MOVE SRT-BALANCE TO WS-ROW-DEDUCT
               ADD 1 TO WS-FINAL-PAY-COUNT
           ELSE
               MOVE "N" TO WS-ROW-FINAL-PAY
               IF SRT-BALANCE > WS-CAP-LEFT
                   MOVE WS-CAP-LEFT TO WS-ROW-DEDUCT
               ELSE
                   MOVE SRT-BALANCE TO WS-ROW-DEDUCT
               END-IF
               SUBTRACT WS-ROW-DEDUCT FROM WS-CAP-LEFT
           END-IF
           MOVE SPACES TO PAYROLL-DEDUCTION-RECORD
           SET PDD-REC-DETAIL TO TRUE
           MOVE WS-PERIOD         TO PDD-PERIOD
           MOVE SRT-EMPLOYEE-ID   TO PDD-EMPLOYEE-ID
           MOVE WS-CUR-LAST-NAME  TO PDD-LAST-NAME
           MOVE WS-CUR-FIRST-NAME TO PDD-FIRST-NAME
           MOVE SRT-ITEM-ID       TO PDD-ITEM-ID
           MOVE WS-CUR-CONSENT    TO PDD-CONSENT
           MOVE WS-ROW-FINAL-PAY  TO PDD-FINAL-PAY
           MOVE SRT-BALANCE       TO PDD-BALANCE
           MOVE WS-ROW-DEDUCT     TO PDD-DEDUCT
           MOVE SRT-RAISED-DATE   TO PDD-RAISED-DATE
           WRITE PAYROLL-DEDUCTION-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD SRT-BALANCE TO WS-BALANCE-TOTAL
           ADD WS-ROW-DEDUCT TO WS-DEDUCT-TOTAL
           STRING SRT-EMPLOYEE-ID " " WS-CUR-LAST-NAME " "
                   SRT-ITEM-ID " " SRT-RAISED-DATE " "
                   WS-CUR-CONSENT " " WS-ROW-FINAL-PAY " "
                   SRT-BALANCE " " WS-ROW-DEDUCT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.
       RETURN-NEXT-CHARGE.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Write-Deductions-Done.
           EXIT.

       END PROGRAM S156.
