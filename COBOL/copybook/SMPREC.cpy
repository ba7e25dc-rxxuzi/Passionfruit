      ******************************************************************
      * Copybook: SMPREC
      * Author: rxxuzi
      * Date: 2024/10/10
      * Purpose: Shared record layout for the internal-audit sample
      *          file (audsample.txt, line sequential). S151 draws a
      *          numbered sample - registrations added, payments
      *          taken and refunds paid out in a period, picked at
      *          random from a stated seed - and appends one row per
      *          item, carrying the seed, size and period so the draw
      *          can be repeated, and the operator and branch the
      *          item belongs to. A supervisor records each item as
      *          verified, missing paperwork or discrepancy with a
      *          note; the row stays on file with its outcome (the
      *          pending.txt discipline), so the file itself is the
      *          audit evidence and is never cleared.
      ******************************************************************
       01  SAMPLE-RECORD.
           05  SMP-SAMPLE-NO                PIC 9(05).
           05  SMP-ITEM-NO                  PIC 9(04).
           05  SMP-SEED                     PIC 9(09).
           05  SMP-SIZE                     PIC 9(04).
           05  SMP-PERIOD-FROM              PIC 9(08).
           05  SMP-PERIOD-TO                PIC 9(08).
           05  SMP-DRAWN-BY                 PIC 9(05).
           05  SMP-DRAWN-DATE               PIC 9(08).
           05  SMP-SOURCE                   PIC X(01).
               88  SMP-SOURCE-REGISTRATION  VALUE "R".
               88  SMP-SOURCE-PAYMENT       VALUE "P".
               88  SMP-SOURCE-REFUND        VALUE "F".
           05  SMP-DB-ID                    PIC X(20).
           05  SMP-RECEIPT-NO               PIC 9(07).
           05  SMP-ITEM-DATE                PIC 9(08).
           05  SMP-AMOUNT                   PIC 9(07)V99.
           05  SMP-OPERATOR                 PIC 9(05).
           05  SMP-BRANCH                   PIC X(03).
           05  SMP-STATE                    PIC X(01).
               88  SMP-STATE-PENDING        VALUE "P".
               88  SMP-STATE-VERIFIED       VALUE "V".
               88  SMP-STATE-MISSING        VALUE "M".
               88  SMP-STATE-DISCREPANCY    VALUE "D".
               88  SMP-STATE-ERROR          VALUE "M" "D".
           05  SMP-CHECKED-BY               PIC 9(05).
           05  SMP-CHECKED-DATE             PIC 9(08).
           05  SMP-NOTE                     PIC X(40).
