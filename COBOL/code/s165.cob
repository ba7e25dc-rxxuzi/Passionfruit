      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-21
      * Purpose: Payment reallocation. A receipt S039 keyed against the
      *          wrong registration used to come right only through a
      *          refund and a fresh receipt - money out of the drawer
      *          and back in, and two lines on each member's statement
      *          that were never money at all. S097's reversal is for a
      *          cheque the bank returned, not a mis-posting. A
      *          supervisor signs on to use this:
      *            R - move a receipt to the registration it belongs
      *                to. Two rows quoting the original receipt number
      *                go on payment.txt: an "X" row backs the money out
      *                of the registration holding it and an "A" row
      *                puts it on the right one, both with the original
      *                method, operator and branch and the reallocation
      *                number from ralctl.txt (PAY-REALLOC-REF). The
      *                balance master follows through BALUPD; the wrong
      *                account's invoices and plan are un-allocated
      *                newest-first the way S097 does, and the right
      *                account's plan and invoices take the money
      *                oldest-first the way S039 does. The move and its
      *                reason go on the register (realloc.txt, RALREC)
      *                and message.txt. No money is taken, so S074's
      *                drawer and S044's day balancing pass over both
      *                rows and the day's totals do not move.
      *            M - the month's reallocations, grouped by the
      *                operator who keyed the receipt, through RPTWRT.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-11-29  rxz  Taking the moved money back off the member's
      *                    invoices now passes waived invoices by and
      *                    rewrites only the invoices it actually took
      *                    money off - an untouched paid or waived
      *                    invoice is no longer rewritten and reopened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S165.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT InvoiceWorkFile ASSIGN TO "./../invwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVW-STATUS.

           SELECT PlanFile ASSIGN TO "./../planmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLN-STATUS.

           SELECT PlanWorkFile ASSIGN TO "./../planwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLNW-STATUS.

           SELECT ReallocFile ASSIGN TO "./../realloc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAL-STATUS.

           SELECT ReallocCtlFile ASSIGN TO "./../ralctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAL-CTL-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  PaymentFile.
           COPY PAYREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  InvoiceWorkFile.
           COPY INVREC REPLACING
               ==INVOICE-RECORD== BY ==INVOICE-WORK-RECORD==
               LEADING ==INV== BY ==IVW==.

       FD  PlanFile.
           COPY PLNREC.

       FD  PlanWorkFile.
           COPY PLNREC REPLACING
               ==INSTALLMENT-PLAN-RECORD== BY ==PLAN-WORK-RECORD==
               LEADING ==PLN== BY ==PLW==.

       FD  ReallocFile.
           COPY RALREC.

       FD  ReallocCtlFile.
       01  ReallocCtlRec                PIC 9(07).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS               PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-RAL-STATUS                PIC XX.
       01  WS-RAL-CTL-STATUS            PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-CONFIRM                   PIC X(01).

      * The receipt being moved, as found on payment.txt. The holder
      * is whoever has it now - the original registration, or the
      * last one an earlier reallocation put it on.
       01  WS-WANTED-RECEIPT            PIC 9(07).
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-PAYMENT-FOUND         VALUE "Y".
       01  WS-REVERSED-SWITCH           PIC X(01).
           88  WS-ALREADY-REVERSED      VALUE "Y".
       01  WS-ORIG-DB-ID                PIC X(20).
       01  WS-ORIG-AMOUNT               PIC 9(07)V99.
       01  WS-ORIG-DATE                 PIC 9(08).
       01  WS-ORIG-OPERATOR             PIC 9(05).
       01  WS-ORIG-BRANCH               PIC X(03).
       01  WS-ORIG-METHOD               PIC X(01).
       01  WS-ORIG-CHEQUE-NO            PIC X(10).
       01  WS-ORIG-DRAWER               PIC X(20).
       01  WS-FROM-DB-ID                PIC X(20).
       01  WS-TO-DB-ID                  PIC X(20).
       01  WS-REASON                    PIC X(40).
       01  WS-TO-ID-SWITCH              PIC X(01).
           88  WS-TO-ID-GOOD            VALUE "Y".
       01  WS-ROWS-SWITCH               PIC X(01).
           88  WS-ROWS-WRITTEN          VALUE "Y".
       01  WS-LAST-RAL-NO               PIC 9(07) VALUE ZERO.
       01  WS-ED-AMOUNT                 PIC Z(06)9.99.

       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.

       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S165".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

      * Un-allocation on the registration the money comes off -
      * newest-first, the undo of S039's oldest-first, as S097 does.
       01  WS-INV-STATUS                PIC XX.
       01  WS-INVW-STATUS               PIC XX.
       01  WS-INV-EOF-SWITCH            PIC X(01).
           88  WS-INV-END-OF-FILE       VALUE "Y".
       01  WS-INV-TOTAL-DUE             PIC 9(07)V99.
       01  WS-INV-FILE-NAME             PIC X(20)
               VALUE "./../invmast.txt".
       01  WS-INVW-FILE-NAME            PIC X(20)
               VALUE "./../invwork.txt".
       01  WS-INV-DELETE-RESULT         PIC 9(09) COMP-5.
       01  WS-INV-RENAME-RESULT         PIC 9(09) COMP-5.
       01  WS-RVA-TABLE.
           05  WS-RVA OCCURS 200 TIMES INDEXED BY WS-RVA-IDX.
               10  WS-RVA-NO            PIC 9(07).
               10  WS-RVA-ALLOCATED     PIC 9(07)V99.
               10  WS-RVA-TOTAL         PIC 9(07)V99.
               10  WS-RVA-CHANGED       PIC X(01).
                   88  WS-RVA-ROW-CHANGED VALUE "Y".
       01  WS-RVA-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-RVA-I                     PIC 9(03).
       01  WS-RVA-REMAINING             PIC 9(09)V99.
       01  WS-RVA-PORTION               PIC 9(07)V99.
       01  WS-RVA-CHANGED-COUNT         PIC 9(03).
       01  WS-RVA-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
           88  WS-RVA-OVERFLOWED        VALUE "Y".
       01  WS-RVA-HIT-SWITCH            PIC X(01).
           88  WS-RVA-ROW-HIT           VALUE "Y".
       01  WS-PLN-STATUS                PIC XX.
       01  WS-PLNW-STATUS               PIC XX.
       01  WS-PLN-EOF-SWITCH            PIC X(01).
           88  WS-PLN-END-OF-FILE       VALUE "Y".
       01  WS-PLN-FILE-NAME             PIC X(20)
               VALUE "./../planmast.txt".
       01  WS-PLNW-FILE-NAME            PIC X(20)
               VALUE "./../planwork.txt".
       01  WS-PLN-DELETE-RESULT         PIC 9(09) COMP-5.
       01  WS-PLN-RENAME-RESULT         PIC 9(09) COMP-5.
       01  WS-RVP-TABLE.
           05  WS-RVP OCCURS 100 TIMES INDEXED BY WS-RVP-IDX.
               10  WS-RVP-SEQ           PIC 9(02).
               10  WS-RVP-PAID          PIC 9(07)V99.
               10  WS-RVP-AMOUNT        PIC 9(07)V99.
       01  WS-RVP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-RVP-I                     PIC 9(03).
       01  WS-RVP-REMAINING             PIC 9(09)V99.
       01  WS-RVP-PORTION               PIC 9(07)V99.
       01  WS-RVP-CHANGED-COUNT         PIC 9(03).
       01  WS-RVP-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
           88  WS-RVP-OVERFLOWED        VALUE "Y".
       01  WS-RVP-HIT-SWITCH            PIC X(01).
           88  WS-RVP-ROW-HIT           VALUE "Y".

      * Allocation on the registration the money goes to - the plan
      * and then the invoices, oldest-first, as S039 does.
       01  WS-INV-REMAINING             PIC 9(09)V99.
       01  WS-INV-SHORTFALL             PIC 9(07)V99.
       01  WS-INV-PORTION               PIC 9(07)V99.
       01  WS-INV-ALLOC-COUNT           PIC 9(03).
       01  WS-ALLOC-REMAINING           PIC 9(09)V99.
       01  WS-ALLOC-SHORTFALL           PIC 9(07)V99.
       01  WS-ALLOC-PORTION             PIC 9(07)V99.
       01  WS-ALLOC-COUNT               PIC 9(03).

      * The monthly report - the operators who keyed a receipt that
      * was moved in the month, in the order first met.
       01  WS-REPORT-MONTH              PIC 9(06).
       01  WS-MONTH-FROM                PIC 9(08).
       01  WS-MONTH-TO                  PIC 9(08).
       01  WS-ROP-TABLE.
           05  WS-ROP OCCURS 100 TIMES INDEXED BY WS-ROP-IDX.
               10  WS-ROP-OPERATOR      PIC 9(05).
               10  WS-ROP-MOVED         PIC 9(05).
               10  WS-ROP-AMOUNT        PIC 9(09)V99.
       01  WS-ROP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-ROP-I                     PIC 9(03).
       01  WS-ROP-HIT-SWITCH            PIC X(01).
           88  WS-ROP-ROW-HIT           VALUE "Y".
       01  WS-ROP-OVERFLOW-SWITCH       PIC X(01).
           88  WS-ROP-OVERFLOWED        VALUE "Y".
       01  WS-OPR-OPEN-SWITCH           PIC X(01).
           88  WS-OPERATORS-OPEN        VALUE "Y".
       01  WS-OPERATOR-NAME             PIC X(30).
       01  WS-GRAND-COUNT               PIC 9(05).
       01  WS-GRAND-AMOUNT              PIC 9(09)V99.
       01  WS-ED-COUNT                  PIC Z(04)9.
       01  WS-ED-TOTAL                  PIC Z(08)9.99.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08) VALUE "s165".
       01  WS-RPT-TITLE                 PIC X(40)
               VALUE "PAYMENT REALLOCATIONS BY OPERATOR".
       01  WS-RPT-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           PERFORM INITIALIZE-BRANCH-CODE
           CALL "BIZDATE" USING WS-BUSDATE WS-BUSDATE-STATE
           IF WS-BUSDATE-STATE = "C"
               DISPLAY "Day-end is in flight - reallocations refused "
                       "until S088 advances the business date."
               STOP RUN
           END-IF
           PERFORM SUPERVISOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY "Reallocating a payment needs a supervisor - "
                       "nothing done."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S165 - PAYMENT REALLOCATION"
               DISPLAY "=============================================="
               DISPLAY "R=Reallocate a receipt  M=Monthly "
                       "reallocations by operator  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "R"
                   WHEN "r"
                       PERFORM REALLOCATE-RECEIPT
                   WHEN "M"
                   WHEN "m"
                       PERFORM MONTHLY-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Only a member payment that still stands can be moved - a
      * bounced cheque is gone already, and the registration it goes
      * to must be on file, not voided, and not the one holding it.
       REALLOCATE-RECEIPT.
           DISPLAY "Receipt number to reallocate: "
           ACCEPT WS-WANTED-RECEIPT
           PERFORM FIND-RECEIPT
           IF NOT WS-PAYMENT-FOUND
               DISPLAY "No member payment with receipt "
                       WS-WANTED-RECEIPT " on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY-REVERSED
               DISPLAY "Receipt " WS-WANTED-RECEIPT " was reversed "
                       "through S097 - there is nothing to move."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-AMOUNT TO WS-ED-AMOUNT
           DISPLAY "Receipt " WS-WANTED-RECEIPT " for " WS-ED-AMOUNT
                   " taken " WS-ORIG-DATE " by operator "
                   WS-ORIG-OPERATOR
           IF WS-FROM-DB-ID NOT = WS-ORIG-DB-ID
               DISPLAY "First keyed against : " WS-ORIG-DB-ID
           END-IF
           DISPLAY "Now held by         : " WS-FROM-DB-ID
           DISPLAY "Move it to (Registration ID): "
           ACCEPT WS-TO-DB-ID
           IF WS-TO-DB-ID = WS-FROM-DB-ID
               DISPLAY "That is the registration holding it - "
                       "nothing done."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TO-REGISTRATION
           IF NOT WS-TO-ID-GOOD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the move: "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A reason is required - nothing done."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Move " WS-ED-AMOUNT " from " WS-FROM-DB-ID
                   " to " WS-TO-DB-ID "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing done."
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-NEXT-REALLOC-NO
           PERFORM WRITE-REALLOCATION-ROWS
           IF NOT WS-ROWS-WRITTEN
               EXIT PARAGRAPH
           END-IF
           PERFORM REVERSE-INVOICE-ALLOCATION
           PERFORM REVERSE-PLAN-ALLOCATION
           PERFORM ALLOCATE-TO-INSTALLMENTS
           PERFORM ALLOCATE-TO-INVOICES
           PERFORM WRITE-REALLOCATION-REGISTER
           PERFORM LOG-REALLOCATION
           DISPLAY "Receipt " WS-WANTED-RECEIPT " moved to "
                   WS-TO-DB-ID " - reallocation " WS-LAST-RAL-NO "."
           DISPLAY "The day's drawer and receipts totals are "
                   "unchanged.".

      * The original row is the member payment under that receipt
      * number; an "A" row from an earlier move says who holds it
      * now, and a bounce reversal means it is gone. The "X" rows
      * only back out what an "A" row (or the original) put in.
       FIND-RECEIPT.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-REVERSED-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "payment.txt could not be opened - status "
                       WS-PAY-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-END-OF-FILE
               IF PAY-RECEIPT-NO = WS-WANTED-RECEIPT
                   EVALUATE TRUE
                       WHEN PAY-TYPE-PAYMENT
                           SET WS-PAYMENT-FOUND TO TRUE
                           MOVE PAY-DB-ID     TO WS-ORIG-DB-ID
                           MOVE PAY-DB-ID     TO WS-FROM-DB-ID
                           MOVE PAY-AMOUNT    TO WS-ORIG-AMOUNT
                           MOVE PAY-DATE      TO WS-ORIG-DATE
                           MOVE PAY-OPERATOR  TO WS-ORIG-OPERATOR
                           MOVE PAY-BRANCH    TO WS-ORIG-BRANCH
                           MOVE PAY-METHOD    TO WS-ORIG-METHOD
                           MOVE PAY-CHEQUE-NO TO WS-ORIG-CHEQUE-NO
                           MOVE PAY-DRAWER    TO WS-ORIG-DRAWER
                       WHEN PAY-TYPE-REALLOC-IN
                           MOVE PAY-DB-ID     TO WS-FROM-DB-ID
                       WHEN PAY-TYPE-REVERSAL
                       WHEN PAY-TYPE-BANKCHG
                           SET WS-ALREADY-REVERSED TO TRUE
                   END-EVALUATE
               END-IF
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           CLOSE PaymentFile.

       READ-NEXT-PAYMENT.
           READ PaymentFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-TO-REGISTRATION.
           MOVE "N" TO WS-TO-ID-SWITCH
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "ID " WS-TO-DB-ID " was not found."
               NOT INVALID KEY
                   IF DB-STATUS-VOID
                       DISPLAY "ID " WS-TO-DB-ID " is voided - no "
                               "payment can be moved onto it."
                   ELSE
                       SET WS-TO-ID-GOOD TO TRUE
                   END-IF
           END-READ
           CLOSE DatabaseFile.

       ASSIGN-NEXT-REALLOC-NO.
           MOVE ZERO TO WS-LAST-RAL-NO
           OPEN INPUT ReallocCtlFile
           IF WS-RAL-CTL-STATUS = "00"
               READ ReallocCtlFile INTO WS-LAST-RAL-NO
               CLOSE ReallocCtlFile
           END-IF
           ADD 1 TO WS-LAST-RAL-NO
           OPEN OUTPUT ReallocCtlFile
           MOVE WS-LAST-RAL-NO TO ReallocCtlRec
           WRITE ReallocCtlRec
           CLOSE ReallocCtlFile.

      * Two appended rows quoting the original receipt number, both
      * in the original method and under the operator who took it:
      * the "X" row backs the money out of the holder (a reversing
      * type, so every receipts total subtracts it) and the "A" row
      * puts it on the right registration. Each moves its member's
      * balance master.
       WRITE-REALLOCATION-ROWS.
           MOVE "N" TO WS-ROWS-SWITCH
           OPEN EXTEND PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "payment.txt could not be opened - status "
                       WS-PAY-STATUS " - reallocation NOT recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-DB-ID     TO PAY-DB-ID
           MOVE WS-ORIG-AMOUNT    TO PAY-AMOUNT
           MOVE WS-BUSDATE        TO PAY-DATE
           ACCEPT PAY-TIME FROM TIME
           MOVE WS-ORIG-OPERATOR  TO PAY-OPERATOR
           MOVE WS-WANTED-RECEIPT TO PAY-RECEIPT-NO
           MOVE WS-ORIG-BRANCH    TO PAY-BRANCH
           MOVE WS-ORIG-METHOD    TO PAY-METHOD
           MOVE WS-ORIG-CHEQUE-NO TO PAY-CHEQUE-NO
           MOVE WS-ORIG-DRAWER    TO PAY-DRAWER
           MOVE "X"               TO PAY-TYPE
           MOVE WS-LAST-RAL-NO    TO PAY-REALLOC-REF
           WRITE PAYMENT-RECORD
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "WRITE to payment.txt failed - status "
                       WS-PAY-STATUS " - reallocation NOT recorded."
               CLOSE PaymentFile
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-PAYMENT-TO-BALANCE
           MOVE WS-TO-DB-ID       TO PAY-DB-ID
           MOVE "A"               TO PAY-TYPE
           WRITE PAYMENT-RECORD
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "WRITE to payment.txt failed - status "
                       WS-PAY-STATUS " - the money is off "
                       WS-FROM-DB-ID " but NOT on " WS-TO-DB-ID
                       "; reallocation " WS-LAST-RAL-NO
                       " needs putting right by hand."
               CLOSE PaymentFile
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-PAYMENT-TO-BALANCE
           CLOSE PaymentFile
           SET WS-ROWS-WRITTEN TO TRUE.

      * The payment row just written moves the member's balance
      * master - a reversing row takes the money back off.
       POST-PAYMENT-TO-BALANCE.
           MOVE "PAYMENT"  TO WS-BAL-KIND
           MOVE PAY-DB-ID  TO WS-BAL-DB-ID
           IF PAY-REVERSING
               COMPUTE WS-BAL-AMOUNT = ZERO - PAY-AMOUNT
           ELSE
               MOVE PAY-AMOUNT TO WS-BAL-AMOUNT
           END-IF
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

      * The money had marked the wrong member's invoices paid - take
      * it back off them, newest-first, reopening whatever the move
      * leaves uncovered.
       REVERSE-INVOICE-ALLOCATION.
           PERFORM LOAD-MEMBER-INVOICES
           IF WS-RVA-OVERFLOWED
               DISPLAY "More than 200 invoices for " WS-FROM-DB-ID
                       " - un-allocate by hand; invoices NOT "
                       "touched."
               EXIT PARAGRAPH
           END-IF
           IF WS-RVA-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-AMOUNT TO WS-RVA-REMAINING
           MOVE ZERO TO WS-RVA-CHANGED-COUNT
           PERFORM VARYING WS-RVA-I FROM WS-RVA-COUNT BY -1
                   UNTIL WS-RVA-I < 1
                      OR WS-RVA-REMAINING = ZERO
               SET WS-RVA-IDX TO WS-RVA-I
               IF WS-RVA-ALLOCATED(WS-RVA-IDX) > ZERO
                   IF WS-RVA-REMAINING
                           >= WS-RVA-ALLOCATED(WS-RVA-IDX)
                       MOVE WS-RVA-ALLOCATED(WS-RVA-IDX)
                               TO WS-RVA-PORTION
                   ELSE
                       MOVE WS-RVA-REMAINING TO WS-RVA-PORTION
                   END-IF
                   SUBTRACT WS-RVA-PORTION
                       FROM WS-RVA-ALLOCATED(WS-RVA-IDX)
                   SUBTRACT WS-RVA-PORTION FROM WS-RVA-REMAINING
                   SET WS-RVA-ROW-CHANGED(WS-RVA-IDX) TO TRUE
                   ADD 1 TO WS-RVA-CHANGED-COUNT
               END-IF
           END-PERFORM
           IF WS-RVA-CHANGED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BACK-INVOICES.

      * A waived invoice was never paid by anything, so the money
      * being taken back cannot be on it - it stays out of the table.
       LOAD-MEMBER-INVOICES.
           MOVE ZERO TO WS-RVA-COUNT
           MOVE "N" TO WS-RVA-OVERFLOW-SWITCH
           MOVE "N" TO WS-INV-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-DB-ID = WS-FROM-DB-ID AND NOT INV-STATE-WAIVED
                   IF WS-RVA-COUNT >= 200
                       SET WS-RVA-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO WS-RVA-COUNT
                       SET WS-RVA-IDX TO WS-RVA-COUNT
                       MOVE INV-NO TO WS-RVA-NO(WS-RVA-IDX)
                       MOVE INV-ALLOCATED
                               TO WS-RVA-ALLOCATED(WS-RVA-IDX)
                       COMPUTE WS-RVA-TOTAL(WS-RVA-IDX)
                               = INV-AMOUNT + INV-TAX
                       MOVE "N" TO WS-RVA-CHANGED(WS-RVA-IDX)
                   END-IF
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile.

       WRITE-BACK-INVOICES.
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvoiceWorkFile
           IF WS-INVW-STATUS NOT = "00"
               DISPLAY "invwork.txt could not be opened - status "
                       WS-INVW-STATUS " - invoices NOT reopened."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INV-EOF-SWITCH
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-DB-ID = WS-FROM-DB-ID
                   PERFORM APPLY-ONE-UNALLOCATION
               END-IF
               MOVE INVOICE-RECORD TO INVOICE-WORK-RECORD
               WRITE INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile
           CLOSE InvoiceWorkFile
           CALL "CBL_DELETE_FILE" USING WS-INV-FILE-NAME
                   RETURNING WS-INV-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-INVW-FILE-NAME
                   WS-INV-FILE-NAME RETURNING WS-INV-RENAME-RESULT
           IF WS-INV-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated invoices are at "
                       "invwork.txt; restore them by hand."
           ELSE
               DISPLAY "Invoice allocation taken off "
                       WS-RVA-CHANGED-COUNT " invoice(s) of "
                       WS-FROM-DB-ID "."
           END-IF.

      * Only an invoice the reversal took money off is rewritten;
      * every other row goes through exactly as it was read.
       APPLY-ONE-UNALLOCATION.
           MOVE "N" TO WS-RVA-HIT-SWITCH
           PERFORM VARYING WS-RVA-I FROM 1 BY 1
                   UNTIL WS-RVA-I > WS-RVA-COUNT
                      OR WS-RVA-ROW-HIT
               SET WS-RVA-IDX TO WS-RVA-I
               IF WS-RVA-NO(WS-RVA-IDX) = INV-NO
                   SET WS-RVA-ROW-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RVA-ROW-HIT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-RVA-ROW-CHANGED(WS-RVA-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RVA-ALLOCATED(WS-RVA-IDX) TO INV-ALLOCATED
           COMPUTE WS-INV-TOTAL-DUE = INV-AMOUNT + INV-TAX
           IF INV-ALLOCATED >= WS-INV-TOTAL-DUE
               SET INV-STATE-PAID TO TRUE
           ELSE
               SET INV-STATE-OPEN TO TRUE
           END-IF.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-INV-END-OF-FILE TO TRUE
           END-READ.

      * The same undo for the wrong member's installment plan.
       REVERSE-PLAN-ALLOCATION.
           PERFORM LOAD-MEMBER-PLAN-ROWS
           IF WS-RVP-OVERFLOWED
               DISPLAY "More than 100 plan rows for " WS-FROM-DB-ID
                       " - un-allocate the plan by hand; plan NOT "
                       "touched."
               EXIT PARAGRAPH
           END-IF
           IF WS-RVP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-AMOUNT TO WS-RVP-REMAINING
           MOVE ZERO TO WS-RVP-CHANGED-COUNT
           PERFORM VARYING WS-RVP-I FROM WS-RVP-COUNT BY -1
                   UNTIL WS-RVP-I < 1
                      OR WS-RVP-REMAINING = ZERO
               SET WS-RVP-IDX TO WS-RVP-I
               IF WS-RVP-PAID(WS-RVP-IDX) > ZERO
                   IF WS-RVP-REMAINING >= WS-RVP-PAID(WS-RVP-IDX)
                       MOVE WS-RVP-PAID(WS-RVP-IDX)
                               TO WS-RVP-PORTION
                   ELSE
                       MOVE WS-RVP-REMAINING TO WS-RVP-PORTION
                   END-IF
                   SUBTRACT WS-RVP-PORTION
                       FROM WS-RVP-PAID(WS-RVP-IDX)
                   SUBTRACT WS-RVP-PORTION FROM WS-RVP-REMAINING
                   ADD 1 TO WS-RVP-CHANGED-COUNT
               END-IF
           END-PERFORM
           IF WS-RVP-CHANGED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BACK-PLAN-ROWS.

       LOAD-MEMBER-PLAN-ROWS.
           MOVE ZERO TO WS-RVP-COUNT
           MOVE "N" TO WS-RVP-OVERFLOW-SWITCH
           MOVE "N" TO WS-PLN-EOF-SWITCH
           OPEN INPUT PlanFile
           IF WS-PLN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PLAN-ROW
           PERFORM UNTIL WS-PLN-END-OF-FILE
               IF PLN-DB-ID = WS-FROM-DB-ID
                   IF WS-RVP-COUNT >= 100
                       SET WS-RVP-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO WS-RVP-COUNT
                       SET WS-RVP-IDX TO WS-RVP-COUNT
                       MOVE PLN-SEQ    TO WS-RVP-SEQ(WS-RVP-IDX)
                       MOVE PLN-PAID   TO WS-RVP-PAID(WS-RVP-IDX)
                       MOVE PLN-AMOUNT
                               TO WS-RVP-AMOUNT(WS-RVP-IDX)
                   END-IF
               END-IF
               PERFORM READ-NEXT-PLAN-ROW
           END-PERFORM
           CLOSE PlanFile.

       WRITE-BACK-PLAN-ROWS.
           OPEN INPUT PlanFile
           IF WS-PLN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PlanWorkFile
           IF WS-PLNW-STATUS NOT = "00"
               DISPLAY "planwork.txt could not be opened - status "
                       WS-PLNW-STATUS " - plan rows NOT reopened."
               CLOSE PlanFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLN-EOF-SWITCH
           PERFORM READ-NEXT-PLAN-ROW
           PERFORM UNTIL WS-PLN-END-OF-FILE
               IF PLN-DB-ID = WS-FROM-DB-ID
                   PERFORM APPLY-ONE-PLAN-UNDO
               END-IF
               MOVE INSTALLMENT-PLAN-RECORD TO PLAN-WORK-RECORD
               WRITE PLAN-WORK-RECORD
               PERFORM READ-NEXT-PLAN-ROW
           END-PERFORM
           CLOSE PlanFile
           CLOSE PlanWorkFile
           CALL "CBL_DELETE_FILE" USING WS-PLN-FILE-NAME
                   RETURNING WS-PLN-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-PLNW-FILE-NAME
                   WS-PLN-FILE-NAME RETURNING WS-PLN-RENAME-RESULT
           IF WS-PLN-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated plan is at "
                       "planwork.txt; restore it by hand."
           ELSE
               DISPLAY "Plan allocation taken off "
                       WS-RVP-CHANGED-COUNT " installment(s) of "
                       WS-FROM-DB-ID "."
           END-IF.

       APPLY-ONE-PLAN-UNDO.
           MOVE "N" TO WS-RVP-HIT-SWITCH
           PERFORM VARYING WS-RVP-I FROM 1 BY 1
                   UNTIL WS-RVP-I > WS-RVP-COUNT
                      OR WS-RVP-ROW-HIT
               SET WS-RVP-IDX TO WS-RVP-I
               IF WS-RVP-SEQ(WS-RVP-IDX) = PLN-SEQ
                   SET WS-RVP-ROW-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RVP-ROW-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RVP-PAID(WS-RVP-IDX) TO PLN-PAID
           IF PLN-PAID >= PLN-AMOUNT
               SET PLN-STATE-PAID TO TRUE
           ELSE
               SET PLN-STATE-OPEN TO TRUE
           END-IF.

       READ-NEXT-PLAN-ROW.
           READ PlanFile
               AT END
                   SET WS-PLN-END-OF-FILE TO TRUE
           END-READ.

      * The right member's open installments take the money first,
      * oldest-first, then the open invoices - the order S039
      * allocates a payment taken at the desk.
       ALLOCATE-TO-INSTALLMENTS.
           OPEN INPUT PlanFile
           IF WS-PLN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PlanWorkFile
           IF WS-PLNW-STATUS NOT = "00"
               DISPLAY "planwork.txt could not be opened - status "
                       WS-PLNW-STATUS " - payment not allocated to "
                       "the plan."
               CLOSE PlanFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-AMOUNT TO WS-ALLOC-REMAINING
           MOVE ZERO TO WS-ALLOC-COUNT
           MOVE "N" TO WS-PLN-EOF-SWITCH
           PERFORM READ-NEXT-PLAN-ROW
           PERFORM UNTIL WS-PLN-END-OF-FILE
               IF PLN-DB-ID = WS-TO-DB-ID AND PLN-STATE-OPEN
                       AND WS-ALLOC-REMAINING > ZERO
                   COMPUTE WS-ALLOC-SHORTFALL
                           = PLN-AMOUNT - PLN-PAID
                   IF WS-ALLOC-REMAINING >= WS-ALLOC-SHORTFALL
                       MOVE WS-ALLOC-SHORTFALL TO WS-ALLOC-PORTION
                   ELSE
                       MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PORTION
                   END-IF
                   ADD WS-ALLOC-PORTION TO PLN-PAID
                   SUBTRACT WS-ALLOC-PORTION
                           FROM WS-ALLOC-REMAINING
                   IF PLN-PAID >= PLN-AMOUNT
                       SET PLN-STATE-PAID TO TRUE
                   END-IF
                   ADD 1 TO WS-ALLOC-COUNT
               END-IF
               MOVE INSTALLMENT-PLAN-RECORD TO PLAN-WORK-RECORD
               WRITE PLAN-WORK-RECORD
               PERFORM READ-NEXT-PLAN-ROW
           END-PERFORM
           CLOSE PlanFile
           CLOSE PlanWorkFile
           IF WS-ALLOC-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-PLNW-FILE-NAME
                       RETURNING WS-PLN-DELETE-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-PLN-FILE-NAME
                   RETURNING WS-PLN-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-PLNW-FILE-NAME
                   WS-PLN-FILE-NAME RETURNING WS-PLN-RENAME-RESULT
           IF WS-PLN-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated plan is at "
                       "planwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Allocated to " WS-ALLOC-COUNT " installment(s)"
                   " on " WS-TO-DB-ID "'s plan.".

       ALLOCATE-TO-INVOICES.
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvoiceWorkFile
           IF WS-INVW-STATUS NOT = "00"
               DISPLAY "invwork.txt could not be opened - status "
                       WS-INVW-STATUS " - payment not allocated to "
                       "invoices."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-AMOUNT TO WS-INV-REMAINING
           MOVE ZERO TO WS-INV-ALLOC-COUNT
           MOVE "N" TO WS-INV-EOF-SWITCH
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-DB-ID = WS-TO-DB-ID AND INV-STATE-OPEN
                       AND WS-INV-REMAINING > ZERO
                   COMPUTE WS-INV-TOTAL-DUE
                           = INV-AMOUNT + INV-TAX
                   COMPUTE WS-INV-SHORTFALL
                           = WS-INV-TOTAL-DUE - INV-ALLOCATED
                   IF WS-INV-REMAINING >= WS-INV-SHORTFALL
                       MOVE WS-INV-SHORTFALL TO WS-INV-PORTION
                   ELSE
                       MOVE WS-INV-REMAINING TO WS-INV-PORTION
                   END-IF
                   ADD WS-INV-PORTION TO INV-ALLOCATED
                   SUBTRACT WS-INV-PORTION FROM WS-INV-REMAINING
                   IF INV-ALLOCATED >= WS-INV-TOTAL-DUE
                       SET INV-STATE-PAID TO TRUE
                   END-IF
                   ADD 1 TO WS-INV-ALLOC-COUNT
               END-IF
               MOVE INVOICE-RECORD TO INVOICE-WORK-RECORD
               WRITE INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile
           CLOSE InvoiceWorkFile
           IF WS-INV-ALLOC-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-INVW-FILE-NAME
                       RETURNING WS-INV-DELETE-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-INV-FILE-NAME
                   RETURNING WS-INV-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-INVW-FILE-NAME
                   WS-INV-FILE-NAME RETURNING WS-INV-RENAME-RESULT
           IF WS-INV-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated invoices are at "
                       "invwork.txt; restore them by hand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Allocated to " WS-INV-ALLOC-COUNT
                   " invoice(s) of " WS-TO-DB-ID ".".

       WRITE-REALLOCATION-REGISTER.
           OPEN EXTEND ReallocFile
           IF WS-RAL-STATUS = "35"
               OPEN OUTPUT ReallocFile
           END-IF
           IF WS-RAL-STATUS NOT = "00"
               DISPLAY "realloc.txt could not be opened - status "
                       WS-RAL-STATUS " - reallocation " WS-LAST-RAL-NO
                       " is on payment.txt but NOT on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-RAL-NO    TO RAL-NO
           MOVE WS-BUSDATE        TO RAL-DATE
           ACCEPT RAL-TIME FROM TIME
           MOVE WS-WANTED-RECEIPT TO RAL-RECEIPT-NO
           MOVE WS-ORIG-AMOUNT    TO RAL-AMOUNT
           MOVE WS-FROM-DB-ID     TO RAL-FROM-DB-ID
           MOVE WS-TO-DB-ID       TO RAL-TO-DB-ID
           MOVE WS-ORIG-DATE      TO RAL-PAY-DATE
           MOVE WS-ORIG-OPERATOR  TO RAL-PAY-OPERATOR
           MOVE WS-SIGNON-ID      TO RAL-SUPERVISOR
           MOVE WS-BRANCH-CODE    TO RAL-BRANCH
           MOVE WS-REASON         TO RAL-REASON
           WRITE REALLOCATION-RECORD
           CLOSE ReallocFile.

       LOG-REALLOCATION.
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Receipt " WS-WANTED-RECEIPT " moved "
                   WS-FROM-DB-ID DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   WS-TO-DB-ID DELIMITED BY SPACE
                   " by " WS-SIGNON-ID ": " WS-REASON
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * One month of the register, grouped by the operator who keyed
      * each receipt in the first place - the figure a supervisor
      * coaches from - with a count and value per operator.
       MONTHLY-REPORT.
           DISPLAY "Month to report (YYYYMM): "
           ACCEPT WS-REPORT-MONTH
           COMPUTE WS-MONTH-FROM = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-TO   = WS-REPORT-MONTH * 100 + 31
           PERFORM COLLECT-MONTH-OPERATORS
           IF WS-RAL-STATUS NOT = "00"
               DISPLAY "realloc.txt could not be opened - status "
                       WS-RAL-STATUS " - no reallocations on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-ROP-OVERFLOWED
               DISPLAY "More than 100 operators in the month - the "
                       "report lists the first 100 only."
           END-IF
           MOVE "N" TO WS-OPR-OPEN-SWITCH
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS = "00"
               SET WS-OPERATORS-OPEN TO TRUE
           END-IF

           PERFORM RPT-OPEN
           STRING "MONTH " WS-REPORT-MONTH
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "REALLOC  RECEIPT  TAKEN     FROM"
                   "                 TO                       "
                   "AMOUNT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE ZERO TO WS-GRAND-COUNT
           MOVE ZERO TO WS-GRAND-AMOUNT
           PERFORM VARYING WS-ROP-I FROM 1 BY 1
                   UNTIL WS-ROP-I > WS-ROP-COUNT
               SET WS-ROP-IDX TO WS-ROP-I
               PERFORM REPORT-ONE-OPERATOR
           END-PERFORM
           IF WS-OPERATORS-OPEN
               CLOSE OperatorFile
           END-IF

           MOVE WS-GRAND-COUNT TO WS-ED-COUNT
           STRING "Reallocations in month    : " WS-ED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-GRAND-AMOUNT TO WS-ED-TOTAL
           STRING "Value moved               : " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       COLLECT-MONTH-OPERATORS.
           MOVE ZERO TO WS-ROP-COUNT
           MOVE "N" TO WS-ROP-OVERFLOW-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ReallocFile
           IF WS-RAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REALLOCATION
           PERFORM UNTIL WS-END-OF-FILE
               IF RAL-DATE >= WS-MONTH-FROM
                       AND RAL-DATE <= WS-MONTH-TO
                   PERFORM KEEP-ONE-OPERATOR
               END-IF
               PERFORM READ-NEXT-REALLOCATION
           END-PERFORM
           CLOSE ReallocFile.

       KEEP-ONE-OPERATOR.
           MOVE "N" TO WS-ROP-HIT-SWITCH
           PERFORM VARYING WS-ROP-I FROM 1 BY 1
                   UNTIL WS-ROP-I > WS-ROP-COUNT
                      OR WS-ROP-ROW-HIT
               SET WS-ROP-IDX TO WS-ROP-I
               IF WS-ROP-OPERATOR(WS-ROP-IDX) = RAL-PAY-OPERATOR
                   SET WS-ROP-ROW-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ROP-ROW-HIT
               IF WS-ROP-COUNT >= 100
                   SET WS-ROP-OVERFLOWED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROP-COUNT
               SET WS-ROP-IDX TO WS-ROP-COUNT
               MOVE RAL-PAY-OPERATOR TO WS-ROP-OPERATOR(WS-ROP-IDX)
               MOVE ZERO TO WS-ROP-MOVED(WS-ROP-IDX)
               MOVE ZERO TO WS-ROP-AMOUNT(WS-ROP-IDX)
           END-IF
           ADD 1 TO WS-ROP-MOVED(WS-ROP-IDX)
           ADD RAL-AMOUNT TO WS-ROP-AMOUNT(WS-ROP-IDX).

      * One pass of the register per operator - the register is a
      * month's handful of rows, not worth a sort.
       REPORT-ONE-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-NAME
           IF WS-OPERATORS-OPEN
               MOVE WS-ROP-OPERATOR(WS-ROP-IDX) TO OPR-ID
               READ OperatorFile KEY IS OPR-ID
                   NOT INVALID KEY
                       MOVE OPR-NAME TO WS-OPERATOR-NAME
               END-READ
           END-IF
           PERFORM RPT-LINE
           STRING "OPERATOR " WS-ROP-OPERATOR(WS-ROP-IDX) " "
                   WS-OPERATOR-NAME
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ReallocFile
           IF WS-RAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REALLOCATION
           PERFORM UNTIL WS-END-OF-FILE
               IF RAL-DATE >= WS-MONTH-FROM
                       AND RAL-DATE <= WS-MONTH-TO
                       AND RAL-PAY-OPERATOR
                           = WS-ROP-OPERATOR(WS-ROP-IDX)
                   MOVE RAL-AMOUNT TO WS-ED-AMOUNT
                   STRING RAL-NO "  " RAL-RECEIPT-NO "  "
                           RAL-PAY-DATE "  " RAL-FROM-DB-ID " "
                           RAL-TO-DB-ID " " WS-ED-AMOUNT
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   STRING "         " RAL-REASON " (supervisor "
                           RAL-SUPERVISOR ")"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-REALLOCATION
           END-PERFORM
           CLOSE ReallocFile
           MOVE WS-ROP-MOVED(WS-ROP-IDX) TO WS-ED-COUNT
           MOVE WS-ROP-AMOUNT(WS-ROP-IDX) TO WS-ED-TOTAL
           STRING "  operator " WS-ROP-OPERATOR(WS-ROP-IDX) " : "
                   WS-ED-COUNT " moved, value " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           ADD WS-ROP-MOVED(WS-ROP-IDX) TO WS-GRAND-COUNT
           ADD WS-ROP-AMOUNT(WS-ROP-IDX) TO WS-GRAND-AMOUNT.

       READ-NEXT-REALLOCATION.
           READ ReallocFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - no supervisor to sign on."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SIGNON-TRIES
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
           CLOSE OperatorFile.

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

      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

       END PROGRAM S165.
