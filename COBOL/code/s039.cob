      *                    the plan rows' paid amounts and states
      *                    move with the money, so S075's missed-
      *                    installment report reads true.
      *   2024-08-02  rxz  Every payment taken now also posts to the
      *                    member's balance master (balmast.txt) through
      *                    BALUPD, and the statement report and the
      *                    after-payment balance read charged, paid and
      *                    balance from the master instead of re-summing
      *                    payment.txt for every registration - renewal
      *                    charges and late fees now show in the charged
      *                    figure too.
      *   2024-10-22  rxz  Collect-a-charge now takes what is still owed
      *                    on the charge - a charge part recovered
      *                    through payroll (S156) shows and collects its
      *                    remaining balance - and every charge receipt
      *                    is also written to the charge payments file
      *                    (chgpay.txt, CHPREC), the one place desk and
      *                    payroll recoveries are listed together.
      *   2024-11-18  rxz  Added Take-a-loan-deposit for the refundable
      *                    deposit S024 asks when it lends an item to a
      *                    member. Keyed by the loan's item ID, the
      *                    deposit due is taken with its own numbered
      *                    receipt and method onto the member loan
      *                    deposit ledger (loandep.txt, LDPREC, kind T)
      *                    and the loan is marked deposit held. A
      *                    deposit is not a payment against the account:
      *                    it goes nowhere near payment.txt, the balance
      *                    master or the member's invoices.
      *   2024-11-24  rxz  Added Sell-a-gift-voucher: a membership of a
      *                    given class and country bought for somebody
      *                    else is paid for with its own numbered
      *                    receipt onto the gift voucher file
      *                    (giftvch.txt, GFTREC), under a voucher number
      *                    from gftctl.txt carrying a check digit like a
      *                    registration ID, good for GIFT-VALID-MONTHS
      *                    (site profile). The money is held for the
      *                    voucher, not paid against any account - it
      *                    goes nowhere near payment.txt or the balance
      *                    master until S015 or S080 redeems it.
      *   2024-11-29  rxz  New receipts now clear PAY-REALLOC-REF so a
      *                    row never carries a reallocation reference it
      *                    was not written with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S039.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT ReceiptCtlFile ASSIGN TO "./../rcptctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-CTL-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGW-STATUS.

           SELECT ChargePaymentFile ASSIGN TO "./../chgpay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHP-STATUS.

           SELECT IssuedItemFile ASSIGN TO "./../itemissue.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-ITEM-STATUS.

           SELECT LoanDepositFile ASSIGN TO "./../loandep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDP-STATUS.

           SELECT GiftVoucherFile ASSIGN TO "./../giftvch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GFT-NO
           FILE STATUS IS WS-GFT-STATUS.

           SELECT GiftCtlFile ASSIGN TO "./../gftctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GFT-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
       FD  PaymentFile.
           COPY PAYREC.

       FD  BalanceFile.
           COPY BALREC.

       FD  ReceiptCtlFile.
       01  ReceiptCtlRec              PIC 9(07).

               ==EMPLOYEE-CHARGE-RECORD== BY ==CHARGE-WORK-RECORD==
               LEADING ==CHG== BY ==CGW==.

       FD  ChargePaymentFile.
           COPY CHPREC.

       FD  IssuedItemFile.
           COPY ITEMREC.

       FD  LoanDepositFile.
           COPY LDPREC.

       FD  GiftVoucherFile.
           COPY GFTREC.

       FD  GiftCtlFile.
       01  GiftCtlRec                 PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH             PIC X(60).
       01  WS-FILE-STATUS         PIC XX.
       01  WS-PAY-STATUS          PIC XX.
       01  WS-BAL-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-CHOICE              PIC X(01).
       01  WS-EXIT-SWITCH         PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED  VALUE "Y".
       01  WS-WORK-ID             PIC X(20).
       01  WS-PAY-AMOUNT          PIC 9(07)V99.
       01  WS-OPERATOR-ID         PIC 9(05).
       01  WS-STMT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-BAL-KIND            PIC X(08).
       01  WS-BAL-DB-ID           PIC X(20).
       01  WS-BAL-AMOUNT          PIC S9(09)V99.
       01  WS-RCPT-CTL-STATUS     PIC XX.
       01  WS-RCPT-STATUS         PIC XX.
       01  WS-LAST-RECEIPT-NO     PIC 9(07) VALUE ZERO.
               VALUE "./../chgwork.txt".
       01  WS-CHG-DELETE-RESULT   PIC 9(09) COMP-5.
       01  WS-CHG-RENAME-RESULT   PIC 9(09) COMP-5.
       01  WS-CHP-STATUS          PIC XX.
       01  WS-CHG-RECOVERED       PIC 9(07)V99.
       01  WS-CHG-BALANCE         PIC 9(07)V99.
       01  WS-BUSDATE             PIC 9(08).
       01  WS-BUSDATE-STATE       PIC X(01).
       01  WS-METHOD-ENTRY        PIC X(01).
       01  WS-CHEQUE-NO           PIC X(10).
       01  WS-DRAWER-NAME         PIC X(20).
       01  WS-ITEM-STATUS         PIC XX.
       01  WS-LDP-STATUS          PIC XX.
       01  WS-LOAN-ITEM-ID        PIC 9(05).
       01  WS-LOAN-DB-ID          PIC X(20).
       01  WS-LOAN-ITEM-NAME      PIC X(20).
       01  WS-LOAN-DEPOSIT        PIC 9(05)V99.
       01  WS-GFT-STATUS          PIC XX.
       01  WS-GFT-CTL-STATUS      PIC XX.
       01  WS-LAST-GIFT-SEQ       PIC 9(07) VALUE ZERO.
       01  WS-GIFT-NO             PIC 9(08).
       01  WS-GIFT-NO-PARTS REDEFINES WS-GIFT-NO.
           05  WS-GIFT-DIGIT      PIC 9(01) OCCURS 8 TIMES.
       01  WS-GIFT-DIGIT-IDX      PIC 9(02).
       01  WS-GIFT-DIGIT-SUM      PIC 9(03).
       01  WS-GIFT-QUOTIENT       PIC 9(03).
       01  WS-GIFT-CLASS          PIC X(01).
       01  WS-GIFT-CLASS-VALID    PIC X(01).
           88  WS-GIFT-CLASS-IS-VALID VALUE "Y".
       01  WS-GIFT-COUNTRY        PIC X(20).
       01  WS-GIFT-COUNTRY-VALID  PIC X(01).
           88  WS-GIFT-COUNTRY-IS-VALID VALUE "Y".
       01  WS-GIFT-AMOUNT         PIC 9(07)V99.
       01  WS-GIFT-BUYER-NAME     PIC X(30).
       01  WS-GIFT-BUYER-PHONE    PIC X(15).
       01  WS-GIFT-BUYER-EMAIL    PIC X(40).
       01  WS-GIFT-FOR-NAME       PIC X(30).
       01  WS-GIFT-EXPIRY         PIC 9(08).
       01  WS-GIFT-EXPIRY-PARTS REDEFINES WS-GIFT-EXPIRY.
           05  WS-GIFT-EXP-YEAR   PIC 9(04).
           05  WS-GIFT-EXP-MONTH  PIC 9(02).
           05  WS-GIFT-EXP-DAY    PIC 9(02).
       01  WS-GIFT-MONTHS         PIC 9(03).
       01  WS-GIFT-MONTH-COUNT    PIC 9(05).
       01  WS-GIFT-YEARS          PIC 9(03).
       01  WS-GIFT-LAST-DAY       PIC 9(02).
       01  WS-GIFT-LEAP-QUOT      PIC 9(04).
       01  WS-GIFT-LEAP-REM       PIC 9(03).
       01  WS-CFG-NAME            PIC X(20).
       01  WS-CFG-DEFAULT         PIC X(40).
       01  WS-CFG-VALUE           PIC X(40).
           COPY CLASS.
           COPY COUNTRY.

       PROCEDURE DIVISION.
       Main-Logic.
               DISPLAY "  S039 - PAYMENTS DESK"
               DISPLAY "=============================================="
               DISPLAY "P=Take a payment  S=Statement report  "
                       "C=Collect a charge"
               DISPLAY "D=Take a loan deposit  G=Sell a gift voucher  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "P"
                   WHEN "C"
                   WHEN "c"
                       PERFORM COLLECT-CHARGE
                   WHEN "D"
                   WHEN "d"
                       PERFORM TAKE-LOAN-DEPOSIT
                   WHEN "G"
                   WHEN "g"
                       PERFORM SELL-GIFT-VOUCHER
                   WHEN "S"
                   WHEN "s"
                       PERFORM STATEMENT-REPORT
           MOVE WS-CHEQUE-NO    TO PAY-CHEQUE-NO
           MOVE WS-DRAWER-NAME  TO PAY-DRAWER
           MOVE "P"             TO PAY-TYPE
           MOVE ZERO            TO PAY-REALLOC-REF
           WRITE PAYMENT-RECORD
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "WRITE to payment.txt failed - status "
               CLOSE PaymentFile
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-PAYMENT-TO-BALANCE
           CLOSE PaymentFile
           PERFORM PRINT-RECEIPT
           DISPLAY "Payment of " WS-PAY-AMOUNT " recorded against "
      * Collect a lost-item charge S037 raised: list the employee's
      * open charges, take the money against the chosen item, stamp
      * a receipt number from the shared counter, and mark the
      * charge paid through the work-file swap. What is taken is the
      * balance still owed - payroll may already have recovered part
      * of it through S156.
       COLLECT-CHARGE.
           DISPLAY "Employee ID owing the charge: "
           ACCEPT WS-CHG-EMPLOYEE
               IF CHG-EMPLOYEE-ID = WS-CHG-EMPLOYEE
                       AND CHG-STATE-OPEN
                   ADD 1 TO WS-CHG-OPEN-COUNT
                   PERFORM WORK-OUT-CHARGE-BALANCE
                   DISPLAY "  item " CHG-ITEM-ID " "
                           CHG-ITEM-NAME " - " WS-CHG-BALANCE
                           " (raised " CHG-RAISED-DATE ")"
               END-IF
               PERFORM READ-NEXT-CHARGE
                       AND CHG-ITEM-ID = WS-CHG-PICK-ITEM
                       AND CHG-STATE-OPEN
                       AND NOT WS-CHARGE-COLLECTED
                   PERFORM WORK-OUT-CHARGE-BALANCE
                   PERFORM ASSIGN-NEXT-RECEIPT-NO
                   SET CHG-STATE-PAID TO TRUE
                   ACCEPT CHG-PAID-DATE FROM DATE YYYYMMDD
                   MOVE WS-OPERATOR-ID     TO CHG-PAID-BY
                   MOVE WS-LAST-RECEIPT-NO TO CHG-RECEIPT-NO
                   MOVE CHG-AMOUNT         TO CHG-RECOVERED
                   SET WS-CHARGE-COLLECTED TO TRUE
                   PERFORM PRINT-CHARGE-RECEIPT
                   PERFORM WRITE-CHARGE-PAYMENT
               END-IF
               MOVE EMPLOYEE-CHARGE-RECORD TO CHARGE-WORK-RECORD
               WRITE CHARGE-WORK-RECORD
                   SET WS-CHG-END-OF-FILE TO TRUE
           END-READ.

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

      * The desk's receipt joins the payroll recoveries on
      * chgpay.txt, so one file lists every receipt against a charge.
       WRITE-CHARGE-PAYMENT.
           OPEN EXTEND ChargePaymentFile
           IF WS-CHP-STATUS = "35"
               OPEN OUTPUT ChargePaymentFile
           END-IF
           IF WS-CHP-STATUS NOT = "00"
               DISPLAY "chgpay.txt could not be opened - status "
                       WS-CHP-STATUS " - receipt not listed there."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-RECEIPT-NO TO CHP-RECEIPT-NO
           MOVE CHG-EMPLOYEE-ID    TO CHP-EMPLOYEE-ID
           MOVE CHG-ITEM-ID        TO CHP-ITEM-ID
           MOVE WS-CHG-BALANCE     TO CHP-AMOUNT
           MOVE CHG-PAID-DATE      TO CHP-DATE
           SET CHP-FROM-DESK       TO TRUE
           MOVE SPACES             TO CHP-REFERENCE
           MOVE WS-OPERATOR-ID     TO CHP-TAKEN-BY
           WRITE CHARGE-PAYMENT-RECORD
           CLOSE ChargePaymentFile.

      * The employee's copy - the same numbered document shape the
      * membership receipts get.
       PRINT-CHARGE-RECEIPT.
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Amount     : " DELIMITED BY SIZE
                   WS-CHG-BALANCE DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE ReceiptFile.

      * The deposit S024 asked on a member loan, taken with its own
      * receipt onto the deposit ledger and marked held on the loan.
      * It stays off payment.txt and the balance master - the member
      * owes nothing for it, and S037 hands it back at the return.
       TAKE-LOAN-DEPOSIT.
           OPEN I-O IssuedItemFile
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "itemissue.txt could not be opened - status "
                       WS-ITEM-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item ID of the member loan: "
           ACCEPT WS-LOAN-ITEM-ID
           MOVE WS-LOAN-ITEM-ID TO ITEM-ID
           READ IssuedItemFile KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Item " WS-LOAN-ITEM-ID " is not on file."
                   CLOSE IssuedItemFile
                   EXIT PARAGRAPH
           END-READ
           IF ITEM-EMPLOYEE-ISSUE
               DISPLAY "Item " WS-LOAN-ITEM-ID " is issued to "
                       "employee " ITEM-EMPLOYEE-ID
                       " - no deposit is taken on it."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           IF NOT ITEM-STATE-OPEN OR NOT ITEM-DEPOSIT-DUE
               DISPLAY "Loan " WS-LOAN-ITEM-ID " has no deposit "
                       "due (state " ITEM-STATE ", deposit state "
                       ITEM-DEPOSIT-STATE ")."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-BORROWER-ID TO WS-LOAN-DB-ID
           MOVE ITEM-NAME        TO WS-LOAN-ITEM-NAME
           MOVE ITEM-DEPOSIT     TO WS-LOAN-DEPOSIT
           DISPLAY "Lent to member " WS-LOAN-DB-ID ": "
                   WS-LOAN-ITEM-NAME " x " ITEM-QUANTITY
           DISPLAY "Deposit due: " WS-LOAN-DEPOSIT
           DISPLAY "Taken by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Method (C=Cash, Q=Cheque, T=Transfer): "
           ACCEPT WS-METHOD-ENTRY
           IF WS-METHOD-ENTRY NOT = "Q" AND WS-METHOD-ENTRY NOT = "T"
               MOVE "C" TO WS-METHOD-ENTRY
           END-IF

           OPEN EXTEND LoanDepositFile
           IF WS-LDP-STATUS = "35"
               OPEN OUTPUT LoanDepositFile
           END-IF
           IF WS-LDP-STATUS NOT = "00"
               DISPLAY "loandep.txt could not be opened - status "
                       WS-LDP-STATUS " - deposit NOT taken."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-RECEIPT-NO
           MOVE WS-LOAN-ITEM-ID    TO LDP-ITEM-ID
           MOVE WS-LOAN-DB-ID      TO LDP-DB-ID
           MOVE WS-BUSDATE         TO LDP-DATE
           SET LDP-KIND-TAKEN      TO TRUE
           MOVE WS-LOAN-DEPOSIT    TO LDP-AMOUNT
           MOVE WS-LAST-RECEIPT-NO TO LDP-RECEIPT-NO
           MOVE ZERO               TO LDP-INV-NO
           MOVE WS-METHOD-ENTRY    TO LDP-METHOD
           MOVE WS-BRANCH-CODE     TO LDP-BRANCH
           MOVE WS-OPERATOR-ID     TO LDP-OPERATOR
           WRITE LOAN-DEPOSIT-RECORD
           IF WS-LDP-STATUS NOT = "00"
               DISPLAY "WRITE to loandep.txt failed - status "
                       WS-LDP-STATUS " - deposit NOT taken."
               CLOSE LoanDepositFile
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           CLOSE LoanDepositFile

           SET ITEM-DEPOSIT-HELD TO TRUE
           MOVE WS-LAST-RECEIPT-NO TO ITEM-DEPOSIT-RECEIPT
           REWRITE ISSUED-ITEM-RECORD
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "Loan update failed - status " WS-ITEM-STATUS
                       " - the deposit is on loandep.txt under "
                       "receipt " WS-LAST-RECEIPT-NO "."
           END-IF
           CLOSE IssuedItemFile
           PERFORM PRINT-DEPOSIT-RECEIPT
           DISPLAY "Deposit of " WS-LOAN-DEPOSIT " taken on loan "
                   WS-LOAN-ITEM-ID " - receipt " WS-LAST-RECEIPT-NO
                   ".".

      * The member's copy - refundable, so it says what it is for.
       PRINT-DEPOSIT-RECEIPT.
           OPEN EXTEND ReceiptFile
           IF WS-RCPT-STATUS = "35"
               OPEN OUTPUT ReceiptFile
           END-IF
           IF WS-RCPT-STATUS NOT = "00"
               DISPLAY "receipts.txt could not be opened - status "
                       WS-RCPT-STATUS " - receipt NOT printed."
               EXIT PARAGRAPH
           END-IF
           MOVE "============================================="
                   TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "  PASSIONFRUIT MEMBERSHIP OFFICE - RECEIPT"
                   TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "  (REFUNDABLE EQUIPMENT DEPOSIT)" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "============================================="
                   TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Receipt no : " DELIMITED BY SIZE
                   WS-LAST-RECEIPT-NO DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Member ID  : " DELIMITED BY SIZE
                   WS-LOAN-DB-ID DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Item       : " DELIMITED BY SIZE
                   WS-LOAN-ITEM-NAME DELIMITED BY SIZE
                   " (loan " DELIMITED BY SIZE
                   WS-LOAN-ITEM-ID DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Deposit    : " DELIMITED BY SIZE
                   WS-LOAN-DEPOSIT DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Date       : " DELIMITED BY SIZE
                   WS-BUSDATE DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Taken by   : " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE ReceiptFile.

      * A membership bought for somebody else. The buyer names the
      * class and country it is for and pays now, with a numbered
      * receipt; the voucher number they hand on is issued with a
      * check digit. Like a loan deposit it is not a payment against
      * any account - nobody is registered yet - so it stays off
      * payment.txt and the balance master until S015 or S080
      * redeems it against the new member's first invoice.
       SELL-GIFT-VOUCHER.
           MOVE "N" TO WS-GIFT-CLASS-VALID
           PERFORM UNTIL WS-GIFT-CLASS-IS-VALID
               DISPLAY "Class of membership (S/R/C, blank=Regular): "
               ACCEPT WS-GIFT-CLASS
               IF WS-GIFT-CLASS = SPACE
                   MOVE "R" TO WS-GIFT-CLASS
               END-IF
               PERFORM VARYING CLASS-IDX FROM 1 BY 1
                       UNTIL CLASS-IDX > CLASS-TABLE-SIZE
                   IF CLASS-CODE(CLASS-IDX) = WS-GIFT-CLASS
                       SET WS-GIFT-CLASS-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
      *        Household is set by linking in S126, never sold.
               IF WS-GIFT-CLASS = "H"
                   MOVE "N" TO WS-GIFT-CLASS-VALID
               END-IF
               IF NOT WS-GIFT-CLASS-IS-VALID
                   DISPLAY "Class must be S, R or C."
               END-IF
           END-PERFORM
           MOVE "N" TO WS-GIFT-COUNTRY-VALID
           PERFORM UNTIL WS-GIFT-COUNTRY-IS-VALID
               DISPLAY "Country of the membership: "
               ACCEPT WS-GIFT-COUNTRY
               PERFORM VARYING COUNTRY-SYN-IDX FROM 1 BY 1
                       UNTIL COUNTRY-SYN-IDX
                           > COUNTRY-SYNONYM-TABLE-SIZE
                   IF COUNTRY-SYNONYM-NAME(COUNTRY-SYN-IDX)
                           = WS-GIFT-COUNTRY
                       MOVE COUNTRY-SYNONYM-CANONICAL(COUNTRY-SYN-IDX)
                               TO WS-GIFT-COUNTRY
                   END-IF
               END-PERFORM
               PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                       UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
                   IF COUNTRY-NAME(COUNTRY-IDX) = WS-GIFT-COUNTRY
                       SET WS-GIFT-COUNTRY-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-GIFT-COUNTRY-IS-VALID
                   DISPLAY "Invalid country - must be one of:"
                   PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                           UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
                       DISPLAY "  " COUNTRY-NAME(COUNTRY-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           DISPLAY "Amount paid for the voucher: "
           ACCEPT WS-GIFT-AMOUNT
           IF WS-GIFT-AMOUNT = ZERO
               DISPLAY "No amount - voucher NOT sold."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bought by (name): "
           ACCEPT WS-GIFT-BUYER-NAME
           DISPLAY "Buyer's phone: "
           ACCEPT WS-GIFT-BUYER-PHONE
           DISPLAY "Buyer's email: "
           ACCEPT WS-GIFT-BUYER-EMAIL
           DISPLAY "Bought for (name, blank = not known): "
           ACCEPT WS-GIFT-FOR-NAME
           DISPLAY "Taken by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Method (C=Cash, Q=Cheque, T=Transfer): "
           ACCEPT WS-METHOD-ENTRY
           IF WS-METHOD-ENTRY NOT = "Q" AND WS-METHOD-ENTRY NOT = "T"
               MOVE "C" TO WS-METHOD-ENTRY
           END-IF
           PERFORM WORK-OUT-VOUCHER-EXPIRY

           OPEN I-O GiftVoucherFile
           IF WS-GFT-STATUS = "35"
               OPEN OUTPUT GiftVoucherFile
               CLOSE GiftVoucherFile
               OPEN I-O GiftVoucherFile
           END-IF
           IF WS-GFT-STATUS NOT = "00"
               DISPLAY "giftvch.txt could not be opened - status "
                       WS-GFT-STATUS " - voucher NOT sold."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-VOUCHER-NO
           PERFORM ASSIGN-NEXT-RECEIPT-NO
           MOVE WS-GIFT-NO          TO GFT-NO
           SET GFT-STATE-OPEN       TO TRUE
           MOVE WS-GIFT-CLASS       TO GFT-CLASS
           MOVE WS-GIFT-COUNTRY     TO GFT-COUNTRY
           MOVE WS-GIFT-AMOUNT      TO GFT-AMOUNT
           MOVE WS-BUSDATE          TO GFT-SALE-DATE
           MOVE WS-GIFT-EXPIRY      TO GFT-EXPIRY-DATE
           MOVE WS-LAST-RECEIPT-NO  TO GFT-RECEIPT-NO
           MOVE WS-METHOD-ENTRY     TO GFT-METHOD
           MOVE WS-BRANCH-CODE      TO GFT-BRANCH
           MOVE WS-OPERATOR-ID      TO GFT-OPERATOR
           MOVE WS-GIFT-BUYER-NAME  TO GFT-BUYER-NAME
           MOVE WS-GIFT-BUYER-PHONE TO GFT-BUYER-PHONE
           MOVE WS-GIFT-BUYER-EMAIL TO GFT-BUYER-EMAIL
           MOVE WS-GIFT-FOR-NAME    TO GFT-FOR-NAME
           MOVE ZERO                TO GFT-REDEEMED-DATE
           MOVE SPACES              TO GFT-REDEEMED-DB-ID
           MOVE ZERO                TO GFT-INV-NO
           MOVE ZERO                TO GFT-APPLIED
           WRITE GIFT-VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "Voucher " WS-GIFT-NO " is already on "
                           "file - check gftctl.txt - voucher NOT "
                           "sold, receipt " WS-LAST-RECEIPT-NO
                           " spoiled."
                   CLOSE GiftVoucherFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE GiftVoucherFile
           PERFORM PRINT-VOUCHER-RECEIPT
           DISPLAY "Gift voucher " WS-GIFT-NO " sold for "
                   WS-GIFT-AMOUNT " - receipt " WS-LAST-RECEIPT-NO
                   ", good until " WS-GIFT-EXPIRY ".".

      * The voucher is good for GIFT-VALID-MONTHS from the day it was
      * sold; a sale on the 31st runs to the last day of a shorter
      * month.
       WORK-OUT-VOUCHER-EXPIRY.
           MOVE "GIFT-VALID-MONTHS" TO WS-CFG-NAME
           MOVE "012" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-GIFT-MONTHS
           ELSE
               MOVE 12 TO WS-GIFT-MONTHS
           END-IF
           MOVE WS-BUSDATE TO WS-GIFT-EXPIRY
           COMPUTE WS-GIFT-MONTH-COUNT =
                   WS-GIFT-EXP-MONTH - 1 + WS-GIFT-MONTHS
           DIVIDE WS-GIFT-MONTH-COUNT BY 12 GIVING WS-GIFT-YEARS
                   REMAINDER WS-GIFT-EXP-MONTH
           ADD 1 TO WS-GIFT-EXP-MONTH
           ADD WS-GIFT-YEARS TO WS-GIFT-EXP-YEAR
           EVALUATE WS-GIFT-EXP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-GIFT-LAST-DAY
               WHEN 2
                   MOVE 28 TO WS-GIFT-LAST-DAY
                   DIVIDE WS-GIFT-EXP-YEAR BY 4
                           GIVING WS-GIFT-LEAP-QUOT
                           REMAINDER WS-GIFT-LEAP-REM
                   IF WS-GIFT-LEAP-REM = ZERO
                       MOVE 29 TO WS-GIFT-LAST-DAY
                       DIVIDE WS-GIFT-EXP-YEAR BY 100
                               GIVING WS-GIFT-LEAP-QUOT
                               REMAINDER WS-GIFT-LEAP-REM
                       IF WS-GIFT-LEAP-REM = ZERO
                           DIVIDE WS-GIFT-EXP-YEAR BY 400
                                   GIVING WS-GIFT-LEAP-QUOT
                                   REMAINDER WS-GIFT-LEAP-REM
                           IF WS-GIFT-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-GIFT-LAST-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-GIFT-LAST-DAY
           END-EVALUATE
           IF WS-GIFT-EXP-DAY > WS-GIFT-LAST-DAY
               MOVE WS-GIFT-LAST-DAY TO WS-GIFT-EXP-DAY
           END-IF.

      * The next voucher sequence from gftctl.txt (the rcptctl.txt
      * counter shape), with the check digit GIFTVCH tests - the sum
      * of the seven sequence digits modulo 9 - on the end.
       ASSIGN-NEXT-VOUCHER-NO.
           MOVE ZERO TO WS-LAST-GIFT-SEQ
           OPEN INPUT GiftCtlFile
           IF WS-GFT-CTL-STATUS = "00"
               READ GiftCtlFile INTO WS-LAST-GIFT-SEQ
               CLOSE GiftCtlFile
           END-IF
           ADD 1 TO WS-LAST-GIFT-SEQ
           OPEN OUTPUT GiftCtlFile
           MOVE WS-LAST-GIFT-SEQ TO GiftCtlRec
           WRITE GiftCtlRec
           CLOSE GiftCtlFile
           COMPUTE WS-GIFT-NO = WS-LAST-GIFT-SEQ * 10
           MOVE ZERO TO WS-GIFT-DIGIT-SUM
           PERFORM VARYING WS-GIFT-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-GIFT-DIGIT-IDX > 7
               ADD WS-GIFT-DIGIT(WS-GIFT-DIGIT-IDX)
                       TO WS-GIFT-DIGIT-SUM
           END-PERFORM
           DIVIDE WS-GIFT-DIGIT-SUM BY 9 GIVING WS-GIFT-QUOTIENT
                   REMAINDER WS-GIFT-DIGIT(8).

      * The buyer's copy, with the voucher number to hand on.
       PRINT-VOUCHER-RECEIPT.
           OPEN EXTEND ReceiptFile
           IF WS-RCPT-STATUS = "35"
               OPEN OUTPUT ReceiptFile
           END-IF
           IF WS-RCPT-STATUS NOT = "00"
               DISPLAY "receipts.txt could not be opened - status "
                       WS-RCPT-STATUS " - receipt NOT printed."
               EXIT PARAGRAPH
           END-IF
           MOVE "============================================="
                   TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "  PASSIONFRUIT MEMBERSHIP OFFICE - RECEIPT"
                   TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "  (GIFT MEMBERSHIP VOUCHER)" TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "============================================="
                   TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Receipt no : " DELIMITED BY SIZE
                   WS-LAST-RECEIPT-NO DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Voucher no : " DELIMITED BY SIZE
                   WS-GIFT-NO DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Bought by  : " DELIMITED BY SIZE
                   WS-GIFT-BUYER-NAME DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           IF WS-GIFT-FOR-NAME NOT = SPACES
               MOVE SPACES TO WS-RECEIPT-DETAIL
               STRING "Bought for : " DELIMITED BY SIZE
                       WS-GIFT-FOR-NAME DELIMITED BY SIZE
                       INTO WS-RECEIPT-DETAIL
               MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Membership : " DELIMITED BY SIZE
                   WS-GIFT-CLASS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GIFT-COUNTRY DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Amount     : " DELIMITED BY SIZE
                   WS-GIFT-AMOUNT DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Good until : " DELIMITED BY SIZE
                   WS-GIFT-EXPIRY DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Date       : " DELIMITED BY SIZE
                   WS-BUSDATE DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-DETAIL
           STRING "Taken by   : " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-RECEIPT-DETAIL
           MOVE WS-RECEIPT-DETAIL TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE ReceiptFile.

      * Read the last-used receipt number from rcptctl.txt, bump it
      * by one and save it back - the same persistent-counter shape
      * S008 uses for empctl.txt, so two desks cannot hand out the
           WRITE RECEIPT-LINE
           CLOSE ReceiptFile.

      * Charged, paid and balance due for every active registration
      * - the registrations in key order, each one's totals read
      * from the balance master.
       STATEMENT-REPORT.
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "balmast.txt could not be opened - status "
                       WS-BAL-STATUS " - run S124 to rebuild it."
               CLOSE DatabaseFile
               EXIT PARAGRAPH
           END-IF

           DISPLAY "==================================================="
           DISPLAY "  MEMBER STATEMENTS - CHARGED / PAID / BALANCE"
           PERFORM UNTIL WS-END-OF-FILE
               IF DB-LAYOUT-CURRENT AND DB-STATUS-ACTIVE
                   ADD 1 TO WS-STMT-COUNT
                   MOVE DB-ID TO BAL-DB-ID
                   READ BalanceFile KEY IS BAL-DB-ID
                       INVALID KEY
                           DISPLAY DB-ID " (no balance master row)"
                       NOT INVALID KEY
                           DISPLAY DB-ID " " BAL-CHARGED " "
                                   BAL-PAID " " BAL-BALANCE
                   END-READ
               END-IF
               PERFORM READ-NEXT-RECORD
           END-PERFORM

           DISPLAY "==================================================="
           DISPLAY "Statements listed: " WS-STMT-COUNT
           CLOSE BalanceFile
           CLOSE DatabaseFile.

       READ-NEXT-RECORD.
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

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

      * After a payment lands, show where the registration stands.
       SHOW-BALANCE-FOR-ID.
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO BAL-DB-ID
           READ BalanceFile KEY IS BAL-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Charged " BAL-CHARGED "  paid " BAL-PAID
                           "  balance " BAL-BALANCE
           END-READ
           CLOSE BalanceFile.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
