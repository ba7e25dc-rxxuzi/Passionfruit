      *          paid; S035's offboarding refuses a leaver with an
      *          open charge, the same way outstanding equipment is
      *          refused today.
      *
      * Modification History:
      *   2024/10/22  rxz  Payroll recovery. CHG-RECOVERED holds what
      *                    has come back so far - S156's import of the
      *                    payroll bureau's confirmation adds to it, and
      *                    a charge only part recovered sits in state
      *                    "R", which still counts as open everywhere
      *                    (CHG-STATE-OPEN). S039's desk collects the
      *                    remaining balance. CHG-FINAL-PAY is set by
      *                    S035 when a leaver's balance is to come out
      *                    of their final pay in full. Appended; rows
      *                    written before the change read non-numeric
      *                    there and are treated as nothing recovered.
      ******************************************************************
       01  EMPLOYEE-CHARGE-RECORD.
           05  CHG-STATE                    PIC X(01).
               88  CHG-STATE-OPEN           VALUES "O" "R".
               88  CHG-STATE-PART-PAID      VALUE "R".
               88  CHG-STATE-PAID           VALUE "P".
           05  CHG-EMPLOYEE-ID              PIC 9(05).
           05  CHG-ITEM-ID                  PIC 9(05).
           05  CHG-PAID-DATE                PIC 9(08).
           05  CHG-PAID-BY                  PIC 9(05).
           05  CHG-RECEIPT-NO               PIC 9(07).
           05  CHG-RECOVERED                PIC 9(07)V99.
           05  CHG-FINAL-PAY                PIC X(01).
               88  CHG-FOR-FINAL-PAY        VALUE "Y".
