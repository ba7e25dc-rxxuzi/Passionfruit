      ******************************************************************
      * Copybook: DEFREC
      * Author: rxxuzi
      * Date: 2024/07/04
      * Purpose: Shared record layout for the deferred-revenue ledger
      *          (deferred.txt). One row per fee that buys cover - a
      *          registration's DB-FEE or a renewal-ledger charge -
      *          picked up by S116's month-end recognition run in
      *          the month it was charged. The fee is held as
      *          unearned income (DEF-BALANCE) and released month
      *          by month from DEF-START-MONTH through
      *          DEF-END-MONTH (YYYYMM, the cover period). Refunds
      *          paid against the registration consume the balance;
      *          a void releases whatever no refund is still due
      *          on. DEF-COUNTRY follows the registration across
      *          S015 transfers so the schedule stays by country.
      *          A fully released row is closed and kept for the
      *          audit trail.
      ******************************************************************
       01  DEFERRAL-RECORD.
           05  DEF-DB-ID                    PIC X(20).
           05  DEF-SOURCE                   PIC X(01).
               88  DEF-SOURCE-REGISTRATION  VALUE "R".
               88  DEF-SOURCE-RENEWAL       VALUE "N".
           05  DEF-CHARGE-DATE              PIC 9(08).
           05  DEF-COUNTRY                  PIC X(20).
           05  DEF-CURRENCY                 PIC X(03).
           05  DEF-BRANCH                   PIC X(03).
           05  DEF-START-MONTH              PIC 9(06).
           05  DEF-END-MONTH                PIC 9(06).
           05  DEF-AMOUNT                   PIC 9(07)V99.
           05  DEF-BALANCE                  PIC 9(07)V99.
           05  DEF-STATE                    PIC X(01).
               88  DEF-STATE-OPEN           VALUE "O".
               88  DEF-STATE-CLOSED         VALUE "C".
