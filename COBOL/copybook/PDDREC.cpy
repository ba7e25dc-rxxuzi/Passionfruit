      ******************************************************************
      * Copybook: PDDREC
      * Author: rxxuzi
      * Date: 2024/10/22
      * Purpose: Shared record layout for the payroll deduction
      *          extract (payded.txt) S156 writes for the payroll
      *          bureau once a pay period. One file per period: a
      *          header ("H") naming the period and the per-period
      *          cap, one detail ("D") per open employee charge on
      *          chargeled.txt (CHGREC) - the balance still owed, the
      *          amount to deduct this period, the employee's
      *          deduction consent and whether it comes out of final
      *          pay - and a trailer ("T") with the detail count and
      *          totals payroll checks the file against, the shape
      *          BANKPAY uses for the bank.
      ******************************************************************
       01  PAYROLL-DEDUCTION-RECORD.
           05  PDD-REC-TYPE                 PIC X(01).
               88  PDD-REC-HEADER           VALUE "H".
               88  PDD-REC-DETAIL           VALUE "D".
               88  PDD-REC-TRAILER          VALUE "T".
           05  PDD-PERIOD                   PIC 9(06).
           05  PDD-EMPLOYEE-ID              PIC 9(05).
           05  PDD-LAST-NAME                PIC X(15).
           05  PDD-FIRST-NAME               PIC X(15).
           05  PDD-ITEM-ID                  PIC 9(05).
           05  PDD-CONSENT                  PIC X(01).
           05  PDD-FINAL-PAY                PIC X(01).
           05  PDD-BALANCE                  PIC 9(07)V99.
           05  PDD-DEDUCT                   PIC 9(07)V99.
           05  PDD-RAISED-DATE              PIC 9(08).
           05  FILLER                       PIC X(05).

      * Period header - first record of the file. The cap applies
      * per employee per period; final-pay rows are not capped.
       01  PAYROLL-DEDUCTION-HEADER.
           05  PDH-REC-TYPE                 PIC X(01).
           05  PDH-PERIOD                   PIC 9(06).
           05  PDH-CREATE-DATE              PIC 9(08).
           05  PDH-CREATE-TIME              PIC 9(08).
           05  PDH-PERIOD-CAP               PIC 9(07)V99.
           05  FILLER                       PIC X(48).

      * Period trailer - last record; count and totals cover every
      * detail record between header and trailer.
       01  PAYROLL-DEDUCTION-TRAILER.
           05  PDT-REC-TYPE                 PIC X(01).
           05  PDT-PERIOD                   PIC 9(06).
           05  PDT-DETAIL-COUNT             PIC 9(05).
           05  PDT-BALANCE-TOTAL            PIC 9(11)V99.
           05  PDT-DEDUCT-TOTAL             PIC 9(11)V99.
           05  FILLER                       PIC X(42).
