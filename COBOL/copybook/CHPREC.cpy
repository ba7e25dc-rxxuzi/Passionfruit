      ******************************************************************
      * Copybook: CHPREC
      * Author: rxxuzi
      * Date: 2024/10/22
      * Purpose: Shared record layout for the charge payments file
      *          (chgpay.txt, line sequential). One row per receipt
      *          taken against an employee charge on chargeled.txt
      *          (CHGREC) - at S039's desk, or from the payroll
      *          bureau's confirmation file imported by S156. A
      *          charge recovered over several pay periods carries
      *          several rows, each with its own receipt number from
      *          the shared rcptctl.txt counter, which is why S040
      *          reads this file for its sequence check. The payroll
      *          reference is what S156 matches to refuse a
      *          confirmation file imported twice.
      ******************************************************************
       01  CHARGE-PAYMENT-RECORD.
           05  CHP-RECEIPT-NO               PIC 9(07).
           05  CHP-EMPLOYEE-ID              PIC 9(05).
           05  CHP-ITEM-ID                  PIC 9(05).
           05  CHP-AMOUNT                   PIC 9(07)V99.
           05  CHP-DATE                     PIC 9(08).
           05  CHP-SOURCE                   PIC X(01).
               88  CHP-FROM-DESK            VALUE "D".
               88  CHP-FROM-PAYROLL         VALUE "P".
           05  CHP-REFERENCE                PIC X(12).
           05  CHP-TAKEN-BY                 PIC 9(05).
