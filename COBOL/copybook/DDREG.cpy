      ******************************************************************
      * Copybook: DDREG
      * Author: rxxuzi
      * Date: 2024/07/15
      * Purpose: Shared record layout for the direct-debit register
      *          (ddreg.txt). One row per collection S119 put in an
      *          outbound batch, carrying what the renewal it pays
      *          for needs later: the fee and tax the amount was
      *          built from, the country and branch, and the
      *          paid-through date it renews. The row stays "S"
      *          (sent) until the bank's confirmation marks it "P"
      *          (collected - PAYREC receipt DDR-RECEIPT-NO taken)
      *          or "F" (failed - the bank never took the money). A
      *          collected debit the bank later returns becomes "R"
      *          (returned), its receipt reversed; S069 dunning
      *          picks those members up.
      ******************************************************************
       01  DD-REGISTER-RECORD.
           05  DDR-BATCH-NO                 PIC 9(05).
           05  DDR-ITEM-NO                  PIC 9(05).
           05  DDR-DB-ID                    PIC X(20).
           05  DDR-COUNTRY                  PIC X(20).
           05  DDR-BRANCH                   PIC X(03).
           05  DDR-CURRENCY                 PIC X(03).
           05  DDR-MANDATE-REF              PIC X(18).
           05  DDR-PAID-THRU                PIC 9(08).
           05  DDR-FEE                      PIC 9(07)V99.
           05  DDR-TAX                      PIC 9(07)V99.
           05  DDR-AMOUNT                   PIC 9(07)V99.
           05  DDR-COLLECT-DATE             PIC 9(08).
           05  DDR-SENT-DATE                PIC 9(08).
           05  DDR-STATE                    PIC X(01).
               88  DDR-STATE-SENT           VALUE "S".
               88  DDR-STATE-COLLECTED      VALUE "P".
               88  DDR-STATE-FAILED         VALUE "F".
               88  DDR-STATE-RETURNED       VALUE "R".
           05  DDR-CONFIRM-DATE             PIC 9(08).
           05  DDR-RECEIPT-NO               PIC 9(07).
           05  DDR-REASON                   PIC X(20).
