      *                    paid. The numbers are collected and
      *                    ordered first, since the two files
      *                    interleave.
      *   2024-10-22  rxz  Receipts taken against employee charges - at
      *                    S039's desk and through S156's payroll
      *                    recovery, both listed on chgpay.txt - now
      *                    join the sequence check too, since they draw
      *                    from the same counter.
      *   2024-11-18  rxz  Member loan deposit receipts S039 takes
      *                    (loandep.txt, kind T) draw from the same
      *                    counter and join the sequence check.
      *   2024-11-21  rxz  The rows S165 writes when it moves a receipt
      *                    to another registration quote the original
      *                    receipt number and draw none of their own -
      *                    they are left out, not reported as
      *                    duplicates.
      *   2024-11-24  rxz  Gift voucher receipts S039 takes
      *                    (giftvch.txt) draw from the same counter and
      *                    join the sequence check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S040.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT ChargePaymentFile ASSIGN TO "./../chgpay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHP-STATUS.

           SELECT LoanDepositFile ASSIGN TO "./../loandep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDP-STATUS.

           SELECT GiftVoucherFile ASSIGN TO "./../giftvch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GFT-NO
           FILE STATUS IS WS-GFT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PaymentFile.
       FD  RefundFile.
           COPY REFREC.

       FD  ChargePaymentFile.
           COPY CHPREC.

       FD  LoanDepositFile.
           COPY LDPREC.

       FD  GiftVoucherFile.
           COPY GFTREC.

       WORKING-STORAGE SECTION.
       01  WS-PAY-STATUS          PIC XX.
       01  WS-REF-STATUS          PIC XX.
       01  WS-CHP-STATUS          PIC XX.
       01  WS-LDP-STATUS          PIC XX.
       01  WS-GFT-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-UNNUMBERED-COUNT    PIC 9(05) VALUE ZERO.

           PERFORM COLLECT-PAYMENT-NUMBERS
           PERFORM COLLECT-REFUND-NUMBERS
           PERFORM COLLECT-CHARGE-NUMBERS
           PERFORM COLLECT-DEPOSIT-NUMBERS
           PERFORM COLLECT-GIFT-NUMBERS

           IF WS-TABLE-OVERFLOWED
               DISPLAY "WARNING: more than 3000 numbered receipts - "
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN PAY-REALLOCATION
                       CONTINUE
                   WHEN PAY-RECEIPT-NO = ZERO
                       ADD 1 TO WS-UNNUMBERED-COUNT
                   WHEN OTHER
                       MOVE PAY-RECEIPT-NO TO WS-SWAP-NO
                       PERFORM KEEP-ONE-NUMBER
               END-EVALUATE
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           CLOSE PaymentFile.
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Charge receipts - desk and payroll - come off the same
      * counter as well.
       COLLECT-CHARGE-NUMBERS.
           OPEN INPUT ChargePaymentFile
           IF WS-CHP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CHARGE-PAYMENT
           PERFORM UNTIL WS-END-OF-FILE
               IF CHP-RECEIPT-NO IS NUMERIC
                       AND CHP-RECEIPT-NO > ZERO
                   MOVE CHP-RECEIPT-NO TO WS-SWAP-NO
                   PERFORM KEEP-ONE-NUMBER
               END-IF
               PERFORM READ-NEXT-CHARGE-PAYMENT
           END-PERFORM
           CLOSE ChargePaymentFile.

       READ-NEXT-CHARGE-PAYMENT.
           READ ChargePaymentFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * So do the receipts for member loan deposits taken at S039's
      * desk. The settlement rows quote the same receipt and are
      * left out.
       COLLECT-DEPOSIT-NUMBERS.
           OPEN INPUT LoanDepositFile
           IF WS-LDP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-LOAN-DEPOSIT
           PERFORM UNTIL WS-END-OF-FILE
               IF LDP-KIND-TAKEN AND LDP-RECEIPT-NO IS NUMERIC
                       AND LDP-RECEIPT-NO > ZERO
                   MOVE LDP-RECEIPT-NO TO WS-SWAP-NO
                   PERFORM KEEP-ONE-NUMBER
               END-IF
               PERFORM READ-NEXT-LOAN-DEPOSIT
           END-PERFORM
           CLOSE LoanDepositFile.

       READ-NEXT-LOAN-DEPOSIT.
           READ LoanDepositFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * And the receipts for gift vouchers sold at S039's desk.
       COLLECT-GIFT-NUMBERS.
           OPEN INPUT GiftVoucherFile
           IF WS-GFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-GIFT-VOUCHER
           PERFORM UNTIL WS-END-OF-FILE
               IF GFT-RECEIPT-NO > ZERO
                   MOVE GFT-RECEIPT-NO TO WS-SWAP-NO
                   PERFORM KEEP-ONE-NUMBER
               END-IF
               PERFORM READ-NEXT-GIFT-VOUCHER
           END-PERFORM
           CLOSE GiftVoucherFile.

       READ-NEXT-GIFT-VOUCHER.
           READ GiftVoucherFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       KEEP-ONE-NUMBER.
           IF WS-NUMBER-COUNT >= 3000
               SET WS-TABLE-OVERFLOWED TO TRUE
