      *          operator, plus the float; the difference is the
      *          over/short, kept on the session row and printed one
      *          line per operator per day through RPTWRT.
      *          Deposit prepares the bank bag: the closed sessions'
      *          cash and the cheques not yet banked go into one
      *          numbered deposit (depctl.txt counter) on the
      *          deposit register (deposit.txt, DEPREC layout), and
      *          the slip listing every cheque prints through RPTWRT
      *          - S043 reconciles the bank's credits to it.
      * Tectonics: cobc
      *
      * Modification History:
      *                    receipts post under it, so a close during
      *                    a late catch-up was missing the session's
      *                    own takings and showing a false shortage.
      *   2024-07-11  rxz  Refunds paid by bank transfer (S118) never
      *                    left the drawer and no longer count in
      *                    the session's payouts.
      *   2024-07-15  rxz  Direct debits S119 imports under the
      *                    supervisor's stamp were collected by the
      *                    bank and no longer count in the takings.
      *   2024-07-18  rxz  Deposit preparation: closed sessions and
      *                    the day's cheque receipts go into a
      *                    numbered deposit with a printed slip and
      *                    a deposit register row per item, and the
      *                    session row carries its deposit number.
      *   2024-11-21  rxz  The drawer's expected takings pass over a
      *                    receipt S165 moved to another registration
      *                    (PAY-TYPE "X" and "A") - no money crossed the
      *                    counter, so the session still balances to the
      *                    original receipt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S074.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT DepositFile ASSIGN TO "./../deposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-STATUS.

           SELECT DepositCtlFile ASSIGN TO "./../depctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DrawerFile.
       FD  RefundFile.
           COPY REFREC.

       FD  DepositFile.
           COPY DEPREC.

       FD  DepositCtlFile.
       01  DepositCtlRec                PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-DRW-STATUS                PIC XX.
       01  WS-WORK-STATUS               PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-DEP-STATUS                PIC XX.
       01  WS-DEPCTL-STATUS             PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-PAY-EOF-SWITCH            PIC X(01).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-RPT-LINE-COUNT            PIC 9(04) VALUE ZERO.

      * Deposit preparation.
       01  WS-DEPOSIT-NO                PIC 9(06).
       01  WS-DEPOSIT-DATE              PIC 9(08).
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-PREPARED-BY               PIC 9(05).
       01  WS-PICKED-COUNT              PIC 9(04).
       01  WS-STILL-OPEN-COUNT          PIC 9(04).
       01  WS-SESSION-CHEQUES           PIC 9(09)V99.
       01  WS-SESSION-CASH              PIC S9(09)V99.
       01  WS-CASH-TOTAL                PIC 9(09)V99.
       01  WS-CHEQUE-TOTAL              PIC 9(09)V99.
       01  WS-DEPOSIT-TOTAL             PIC 9(09)V99.
       01  WS-AMOUNT-DISP               PIC Z(08)9.99.
       01  WS-BANKED-FOUND-SWITCH       PIC X(01).
           88  WS-ALREADY-BANKED        VALUE "Y".

      * Cheque receipts already on a deposit - a cheque is banked
      * once, whichever run first picked it up.
       01  WS-BANKED-TABLE.
           05  WS-BANKED-RECEIPT OCCURS 2000 TIMES PIC 9(07).
       01  WS-BANKED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-BANKED-DROPPED            PIC 9(05) VALUE ZERO.

      * The cheques going into this deposit.
       01  WS-CHEQUE-TABLE.
           05  WS-CHQ OCCURS 500 TIMES
                   INDEXED BY WS-CHQ-IDX.
               10  WS-CHQ-RECEIPT-NO    PIC 9(07).
               10  WS-CHQ-OPERATOR      PIC 9(05).
               10  WS-CHQ-NUMBER        PIC X(10).
               10  WS-CHQ-DRAWER        PIC X(20).
               10  WS-CHQ-DB-ID         PIC X(20).
               10  WS-CHQ-AMOUNT        PIC 9(07)V99.
       01  WS-CHQ-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CHQ-DROPPED               PIC 9(05) VALUE ZERO.
       01  WS-SCAN-IDX                  PIC 9(04).

      * The day's sessions, held whole for the write-back swap -
      * the drawer file stays small (one row per operator per day).
       01  WS-SESSION-TABLE.
               10  WS-SES-DECLARED      PIC 9(09)V99.
               10  WS-SES-EXPECTED      PIC 9(09)V99.
               10  WS-SES-OVER-SHORT    PIC S9(07)V99.
               10  WS-SES-DEPOSIT-NO    PIC 9(06).
               10  WS-SES-PICKED        PIC X(01).

       PROCEDURE DIVISION.
       Main-Logic.
               DISPLAY "  S074 - CASH DRAWER SESSIONS"
               DISPLAY "=============================================="
               DISPLAY "O=Open drawer  C=Close drawer  "
                       "R=Over/short report  D=Deposit  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "O"
                   WHEN "R"
                   WHEN "r"
                       PERFORM OVER-SHORT-REPORT
                   WHEN "D"
                   WHEN "d"
                       PERFORM PREPARE-DEPOSIT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
           MOVE ZERO TO DRW-DECLARED
           MOVE ZERO TO DRW-EXPECTED
           MOVE ZERO TO DRW-OVER-SHORT
           MOVE ZERO TO DRW-DEPOSIT-NO
           WRITE DRAWER-SESSION-RECORD
           CLOSE DrawerFile
           DISPLAY "Drawer opened for operator " WS-OPERATOR-ID
               PERFORM UNTIL WS-PAY-END-OF-FILE
                   IF PAY-OPERATOR = WS-OPERATOR-ID
                           AND PAY-DATE = WS-TODAY-DATE
                           AND NOT PAY-METHOD-DIRECT-DEBIT
                           AND NOT PAY-REALLOCATION
                       IF PAY-REVERSING
                           SUBTRACT PAY-AMOUNT FROM WS-TAKEN-TOTAL
                       ELSE
               PERFORM READ-NEXT-REFUND
               PERFORM UNTIL WS-REF-END-OF-FILE
                   IF REF-STATE-PAID
                           AND NOT REF-METHOD-TRANSFER
                           AND REF-PAID-BY = WS-OPERATOR-ID
                           AND REF-PAID-DATE = WS-TODAY-DATE
                       ADD REF-AMOUNT TO WS-PAID-OUT-TOTAL
               MOVE DRW-DECLARED   TO WS-SES-DECLARED(WS-TBL-IDX)
               MOVE DRW-EXPECTED   TO WS-SES-EXPECTED(WS-TBL-IDX)
               MOVE DRW-OVER-SHORT TO WS-SES-OVER-SHORT(WS-TBL-IDX)
               IF DRW-DEPOSIT-NO IS NUMERIC
                   MOVE DRW-DEPOSIT-NO
                           TO WS-SES-DEPOSIT-NO(WS-TBL-IDX)
               ELSE
                   MOVE ZERO TO WS-SES-DEPOSIT-NO(WS-TBL-IDX)
               END-IF
               MOVE "N" TO WS-SES-PICKED(WS-TBL-IDX)
               PERFORM READ-NEXT-SESSION
           END-PERFORM
           CLOSE DrawerFile.
               MOVE WS-SES-DECLARED(WS-TBL-IDX)   TO DWK-DECLARED
               MOVE WS-SES-EXPECTED(WS-TBL-IDX)   TO DWK-EXPECTED
               MOVE WS-SES-OVER-SHORT(WS-TBL-IDX) TO DWK-OVER-SHORT
               MOVE WS-SES-DEPOSIT-NO(WS-TBL-IDX) TO DWK-DEPOSIT-NO
               WRITE DRAWER-WORK-RECORD
           END-PERFORM
           CLOSE DrawerWorkFile
                       "drwwork.txt; restore it by hand."
           END-IF.

      * Deposit preparation: every closed session of the day not yet
      * in a deposit, and every cheque receipt of the day not yet
      * banked, go into one numbered deposit. A cheque taken by an
      * operator whose drawer is still open waits for that drawer's
      * close; the open drawers are named so nobody thinks the bag
      * is the whole day. The session's cash is its declared count
      * less the float that stays in the drawer and the cheques,
      * which travel on the slip on their own lines.
       PREPARE-DEPOSIT.
           DISPLAY "Prepared by (Employee ID): "
           ACCEPT WS-PREPARED-BY
           DISPLAY "Sessions of (YYYYMMDD, blank=today): "
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO WS-DEPOSIT-DATE
           ELSE
               IF WS-DATE-ENTRY IS NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD - no deposit "
                           "prepared."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ENTRY TO WS-DEPOSIT-DATE
           END-IF
           PERFORM LOAD-SESSION-TABLE
           MOVE ZERO TO WS-PICKED-COUNT
           MOVE ZERO TO WS-STILL-OPEN-COUNT
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-ITEM-COUNT
               IF WS-SES-DATE(WS-TBL-IDX) = WS-DEPOSIT-DATE
                   IF WS-SES-STATE(WS-TBL-IDX) = "O"
                       ADD 1 TO WS-STILL-OPEN-COUNT
                       DISPLAY "Drawer still open for operator "
                               WS-SES-OPERATOR(WS-TBL-IDX)
                               " - not in this deposit."
                   ELSE
                       IF WS-SES-DEPOSIT-NO(WS-TBL-IDX) = ZERO
                           MOVE "Y" TO WS-SES-PICKED(WS-TBL-IDX)
                           ADD 1 TO WS-PICKED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM LOAD-BANKED-CHEQUES
           PERFORM GATHER-DEPOSIT-CHEQUES
           IF WS-PICKED-COUNT = ZERO AND WS-CHQ-COUNT = ZERO
               DISPLAY "Nothing to deposit for " WS-DEPOSIT-DATE
                       " - every closed drawer and cheque is "
                       "already in a deposit."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DEPOSIT-NO
           OPEN INPUT DepositCtlFile
           IF WS-DEPCTL-STATUS = "00"
               READ DepositCtlFile INTO WS-DEPOSIT-NO
               CLOSE DepositCtlFile
           END-IF
           ADD 1 TO WS-DEPOSIT-NO
           OPEN EXTEND DepositFile
           IF WS-DEP-STATUS = "35"
               OPEN OUTPUT DepositFile
           END-IF
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "deposit.txt could not be opened - status "
                       WS-DEP-STATUS " - no deposit prepared."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DepositCtlFile
           MOVE WS-DEPOSIT-NO TO DepositCtlRec
           WRITE DepositCtlRec
           CLOSE DepositCtlFile

           MOVE ZERO TO WS-CASH-TOTAL
           MOVE ZERO TO WS-CHEQUE-TOTAL
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-ITEM-COUNT
               IF WS-SES-PICKED(WS-TBL-IDX) = "Y"
                   PERFORM DEPOSIT-SESSION-CASH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-CHQ-COUNT
               PERFORM DEPOSIT-ONE-CHEQUE
           END-PERFORM
           CLOSE DepositFile
           IF WS-PICKED-COUNT > ZERO
               PERFORM REWRITE-DRAWER-FILE
           END-IF
           COMPUTE WS-DEPOSIT-TOTAL = WS-CASH-TOTAL + WS-CHEQUE-TOTAL
           PERFORM PRINT-DEPOSIT-SLIP
           DISPLAY "Deposit " WS-DEPOSIT-NO " prepared: cash "
                   WS-CASH-TOTAL "  cheques " WS-CHEQUE-TOTAL
                   "  total " WS-DEPOSIT-TOTAL.

      * One "S" register row for the session's cash; the session
      * row takes the deposit number whatever its cash came to, so
      * it is never picked up twice.
       DEPOSIT-SESSION-CASH.
           MOVE ZERO TO WS-SESSION-CHEQUES
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-CHQ-COUNT
               IF WS-CHQ-OPERATOR(WS-CHQ-IDX)
                       = WS-SES-OPERATOR(WS-TBL-IDX)
                   ADD WS-CHQ-AMOUNT(WS-CHQ-IDX)
                           TO WS-SESSION-CHEQUES
               END-IF
           END-PERFORM
           COMPUTE WS-SESSION-CASH
                   = WS-SES-DECLARED(WS-TBL-IDX)
                   - WS-SES-FLOAT(WS-TBL-IDX) - WS-SESSION-CHEQUES
           IF WS-SESSION-CASH < ZERO
               DISPLAY "Operator " WS-SES-OPERATOR(WS-TBL-IDX)
                       " declared less than float plus cheques - "
                       "no cash from that drawer."
               MOVE ZERO TO WS-SESSION-CASH
           END-IF
           MOVE WS-DEPOSIT-NO TO WS-SES-DEPOSIT-NO(WS-TBL-IDX)
           IF WS-SESSION-CASH = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEPOSIT-RECORD
           MOVE WS-DEPOSIT-NO               TO DEP-NO
           SET DEP-ITEM-CASH                TO TRUE
           MOVE WS-TODAY-DATE               TO DEP-DATE
           MOVE WS-SES-OPERATOR(WS-TBL-IDX) TO DEP-OPERATOR
           MOVE WS-SES-DATE(WS-TBL-IDX)     TO DEP-SESSION-DATE
           MOVE ZERO                        TO DEP-RECEIPT-NO
           MOVE WS-SESSION-CASH             TO DEP-AMOUNT
           MOVE WS-PREPARED-BY              TO DEP-PREPARED-BY
           WRITE DEPOSIT-RECORD
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "WRITE to deposit.txt failed - status "
                       WS-DEP-STATUS
           END-IF
           ADD WS-SESSION-CASH TO WS-CASH-TOTAL.

       DEPOSIT-ONE-CHEQUE.
           MOVE SPACES TO DEPOSIT-RECORD
           MOVE WS-DEPOSIT-NO               TO DEP-NO
           SET DEP-ITEM-CHEQUE              TO TRUE
           MOVE WS-TODAY-DATE               TO DEP-DATE
           MOVE WS-CHQ-OPERATOR(WS-CHQ-IDX) TO DEP-OPERATOR
           MOVE WS-DEPOSIT-DATE             TO DEP-SESSION-DATE
           MOVE WS-CHQ-RECEIPT-NO(WS-CHQ-IDX) TO DEP-RECEIPT-NO
           MOVE WS-CHQ-NUMBER(WS-CHQ-IDX)   TO DEP-CHEQUE-NO
           MOVE WS-CHQ-DRAWER(WS-CHQ-IDX)   TO DEP-DRAWER
           MOVE WS-CHQ-DB-ID(WS-CHQ-IDX)    TO DEP-DB-ID
           MOVE WS-CHQ-AMOUNT(WS-CHQ-IDX)   TO DEP-AMOUNT
           MOVE WS-PREPARED-BY              TO DEP-PREPARED-BY
           WRITE DEPOSIT-RECORD
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "WRITE to deposit.txt failed - status "
                       WS-DEP-STATUS
           END-IF
           ADD WS-CHQ-AMOUNT(WS-CHQ-IDX) TO WS-CHEQUE-TOTAL.

      * The slip the bank gets with the bag: the deposit number to
      * quote on the paying-in book, the cash, and every cheque.
       PRINT-DEPOSIT-SLIP.
           MOVE "s074dep" TO WS-RPT-ID
           MOVE "BANK DEPOSIT SLIP" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Deposit number " WS-DEPOSIT-NO "   sessions of "
                   WS-DEPOSIT-DATE "   prepared by " WS-PREPARED-BY
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Quote " WS-DEPOSIT-NO " as the reference on the "
                   "bank's paying-in slip."
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           MOVE WS-CASH-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-TEXT
           STRING "CASH                                      "
                   WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "CHEQUE NO  DRAWER               RECEIPT   "
                   "     AMOUNT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-CHQ-COUNT
               MOVE WS-CHQ-AMOUNT(WS-CHQ-IDX) TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-CHQ-NUMBER(WS-CHQ-IDX) " "
                       WS-CHQ-DRAWER(WS-CHQ-IDX) " "
                       WS-CHQ-RECEIPT-NO(WS-CHQ-IDX) "   "
                       WS-AMOUNT-DISP
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           MOVE WS-CHEQUE-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Cheques " WS-CHQ-COUNT "                 "
                   "          " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-TEXT
           STRING "DEPOSIT TOTAL                             "
                   WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       LOAD-BANKED-CHEQUES.
           MOVE ZERO TO WS-BANKED-COUNT
           MOVE ZERO TO WS-BANKED-DROPPED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DepositFile
           IF WS-DEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DEPOSIT-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF DEP-ITEM-CHEQUE
                   IF WS-BANKED-COUNT < 2000
                       ADD 1 TO WS-BANKED-COUNT
                       MOVE DEP-RECEIPT-NO
                               TO WS-BANKED-RECEIPT(WS-BANKED-COUNT)
                   ELSE
                       ADD 1 TO WS-BANKED-DROPPED
                   END-IF
               END-IF
               PERFORM READ-NEXT-DEPOSIT-ROW
           END-PERFORM
           CLOSE DepositFile
           IF WS-BANKED-DROPPED > ZERO
               DISPLAY "WARNING: " WS-BANKED-DROPPED " banked cheque"
                       " row(s) did not fit the 2000-row table - "
                       "check the slip for cheques banked before."
           END-IF.

       READ-NEXT-DEPOSIT-ROW.
           READ DepositFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The day's cheque receipts (a bounced cheque's reversal row is
      * not a cheque to bank) not already on a deposit, less those
      * whose operator's drawer is still open.
       GATHER-DEPOSIT-CHEQUES.
           MOVE ZERO TO WS-CHQ-COUNT
           MOVE ZERO TO WS-CHQ-DROPPED
           MOVE "N" TO WS-PAY-EOF-SWITCH
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-PAY-END-OF-FILE
               IF PAY-DATE = WS-DEPOSIT-DATE
                       AND PAY-METHOD-CHEQUE
                       AND PAY-TYPE-PAYMENT
                   PERFORM CONSIDER-ONE-CHEQUE
               END-IF
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           CLOSE PaymentFile
           IF WS-CHQ-DROPPED > ZERO
               DISPLAY "WARNING: " WS-CHQ-DROPPED " cheque(s) did "
                       "not fit this deposit - prepare another "
                       "deposit for them."
           END-IF.

       CONSIDER-ONE-CHEQUE.
           MOVE "N" TO WS-BANKED-FOUND-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-BANKED-COUNT
                      OR WS-ALREADY-BANKED
               IF WS-BANKED-RECEIPT(WS-SCAN-IDX) = PAY-RECEIPT-NO
                   SET WS-ALREADY-BANKED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ALREADY-BANKED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-ITEM-COUNT
               IF WS-SES-STATE(WS-TBL-IDX) = "O"
                       AND WS-SES-OPERATOR(WS-TBL-IDX) = PAY-OPERATOR
                       AND WS-SES-DATE(WS-TBL-IDX) = WS-DEPOSIT-DATE
                   SET WS-ALREADY-BANKED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ALREADY-BANKED
               EXIT PARAGRAPH
           END-IF
           IF WS-CHQ-COUNT >= 500
               ADD 1 TO WS-CHQ-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHQ-COUNT
           SET WS-CHQ-IDX TO WS-CHQ-COUNT
           MOVE PAY-RECEIPT-NO TO WS-CHQ-RECEIPT-NO(WS-CHQ-IDX)
           MOVE PAY-OPERATOR   TO WS-CHQ-OPERATOR(WS-CHQ-IDX)
           MOVE PAY-CHEQUE-NO  TO WS-CHQ-NUMBER(WS-CHQ-IDX)
           MOVE PAY-DRAWER     TO WS-CHQ-DRAWER(WS-CHQ-IDX)
           MOVE PAY-DB-ID      TO WS-CHQ-DB-ID(WS-CHQ-IDX)
           MOVE PAY-AMOUNT     TO WS-CHQ-AMOUNT(WS-CHQ-IDX).

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
