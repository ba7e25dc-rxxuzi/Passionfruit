      *                    desk shape) - bank-paid members used to
      *                    sit billed-but-unpaid on S081's open-
      *                    invoice register forever.
      *   2024-08-02  rxz  A matched bank credit's payment row now also
      *                    posts to the member's balance master
      *                    (balmast.txt) through BALUPD.
      *   2024-11-29  rxz  New receipts now clear PAY-REALLOC-REF so a
      *                    row never carries a reallocation reference it
      *                    was not written with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S072.
       01  WS-PARKED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-LAST-RECEIPT-NO     PIC 9(07) VALUE ZERO.
       01  WS-RECEIPT-DETAIL      PIC X(60).
       01  WS-BAL-KIND            PIC X(08).
       01  WS-BAL-DB-ID           PIC X(20).
       01  WS-BAL-AMOUNT          PIC S9(09)V99.
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "S072".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).
           MOVE SPACES TO PAY-CHEQUE-NO
           MOVE SPACES TO PAY-DRAWER
           MOVE "P"    TO PAY-TYPE
           MOVE ZERO   TO PAY-REALLOC-REF
           WRITE PAYMENT-RECORD
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "WRITE to payment.txt failed - status "
               CLOSE PaymentFile
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-PAYMENT-TO-BALANCE
           CLOSE PaymentFile
           PERFORM PRINT-RECEIPT
      *    The credit retires the member's open invoices the same

      * Same persistent counter the desk draws from, so bank money
      * and counter money share one unbroken receipt sequence.
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

       ASSIGN-NEXT-RECEIPT-NO.
           MOVE ZERO TO WS-LAST-RECEIPT-NO
           OPEN INPUT ReceiptCtlFile
