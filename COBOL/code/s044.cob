      *                    their own, and the GL comparison (which
      *                    carries no branch) is skipped with a note
      *                    - the shop-wide run still checks it.
      *   2024-07-15  rxz  Direct debits S119 collected (PAY-METHOD
      *                    "D") print on their own receipts line -
      *                    the bank took them, not the drawer.
      *   2024-11-21  rxz  A receipt S165 moved to another registration
      *                    (PAY-TYPE "X" and "A") counts in no method
      *                    and not as reversed - the money was taken
      *                    once, on the day of the original receipt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S044.
       01  WS-METH-CASH                 PIC 9(11)V99 VALUE ZERO.
       01  WS-METH-CHEQUE               PIC 9(11)V99 VALUE ZERO.
       01  WS-METH-TRANSFER             PIC 9(11)V99 VALUE ZERO.
       01  WS-METH-DIRECT               PIC 9(11)V99 VALUE ZERO.
       01  WS-METH-REVERSED             PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Receipts - cash      : " WS-METH-CASH
           DISPLAY "Receipts - cheque    : " WS-METH-CHEQUE
           DISPLAY "Receipts - transfer  : " WS-METH-TRANSFER
           DISPLAY "Receipts - dir debit : " WS-METH-DIRECT
           IF WS-METH-REVERSED > ZERO
               DISPLAY "Receipts reversed    : " WS-METH-REVERSED
           END-IF
                       AND (NOT WS-ONE-BRANCH-ONLY
                            OR PAY-BRANCH = WS-BRANCH-FILTER)
                   EVALUATE TRUE
                       WHEN PAY-REALLOCATION
                           CONTINUE
                       WHEN PAY-REVERSING
                           ADD PAY-AMOUNT TO WS-METH-REVERSED
                       WHEN PAY-METHOD-CHEQUE
                           ADD PAY-AMOUNT TO WS-METH-CHEQUE
                       WHEN PAY-METHOD-TRANSFER
                           ADD PAY-AMOUNT TO WS-METH-TRANSFER
                       WHEN PAY-METHOD-DIRECT-DEBIT
                           ADD PAY-AMOUNT TO WS-METH-DIRECT
                       WHEN OTHER
                           ADD PAY-AMOUNT TO WS-METH-CASH
                   END-EVALUATE
