      ******************************************************************
      * Copybook: PDCREC
      * Author: rxxuzi
      * Date: 2024/10/22
      * Purpose: Shared record layout for the payroll bureau's
      *          deduction confirmation file (payconf.txt), one row
      *          per charge payroll actually deducted: the employee
      *          and item the extract (PDDREC) named, the amount
      *          taken, the pay date and payroll's own reference for
      *          the pay run. S156's import matches each row to the
      *          open charge on chargeled.txt by employee and item.
      ******************************************************************
       01  PAYROLL-CONFIRMATION-RECORD.
           05  PDC-EMPLOYEE-ID              PIC 9(05).
           05  PDC-ITEM-ID                  PIC 9(05).
           05  PDC-AMOUNT                   PIC 9(07)V99.
           05  PDC-PAY-DATE                 PIC 9(08).
           05  PDC-REFERENCE                PIC X(12).
