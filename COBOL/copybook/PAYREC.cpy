      * assigns one at capture time.
      *
      * Modification History:
      *   2024/11/21  rxz  PAY-TYPE "X" and "A" - a receipt S165 moved
      *                    off a registration it was keyed against in
      *                    error: "X" on the wrong ID backs it out
      *                    (part of PAY-REVERSING, so every total
      *                    subtracts it) and "A" puts it on the right
      *                    one, both quoting the original receipt
      *                    number, method and operator, and carrying
      *                    the reallocation number (realloc.txt,
      *                    RALREC) in the appended PAY-REALLOC-REF -
      *                    zero or spaces on every other row. Neither
      *                    is money taken that day: the drawer and
      *                    day balancing pass over PAY-REALLOCATION
      *                    rows, and "A" is not PAY-TYPE-PAYMENT.
      *   2024/07/15  rxz  PAY-METHOD "D" - a direct debit S119
      *                    collected under the member's mandate. A
      *                    returned debit is the ordinary "R"
      *                    reversal row quoting the same receipt.
      *   2024/06/08  rxz  Added the payment method (cash, cheque,
      *                    bank transfer - spaces on old rows read
      *                    as cash) with the cheque number and
               88  PAY-METHOD-CASH          VALUES "C", " ".
               88  PAY-METHOD-CHEQUE        VALUE "Q".
               88  PAY-METHOD-TRANSFER      VALUE "T".
               88  PAY-METHOD-DIRECT-DEBIT  VALUE "D".
           05  PAY-CHEQUE-NO                PIC X(10).
           05  PAY-DRAWER                   PIC X(20).
           05  PAY-TYPE                     PIC X(01).
               88  PAY-TYPE-PAYMENT         VALUES "P", " ".
               88  PAY-TYPE-REVERSAL        VALUE "R".
               88  PAY-TYPE-BANKCHG         VALUE "B".
               88  PAY-TYPE-REALLOC-OUT     VALUE "X".
               88  PAY-TYPE-REALLOC-IN      VALUE "A".
               88  PAY-REALLOCATION         VALUES "X", "A".
               88  PAY-REVERSING            VALUES "R", "B", "X".
           05  PAY-REALLOC-REF              PIC 9(07).
