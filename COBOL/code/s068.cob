      *          auditor sees what the shop is actually running with
      *          rather than what somebody remembers setting.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-08  rxz  AP-PRICE-TOL-PCT and AP-QTY-TOL-PCT, the
      *                    invoice match tolerances S117 reads.
      *   2024-07-11  rxz  BANK-ORIGINATOR, the shop's originator
      *                    number on S118's bank payment files.
      *   2024-07-15  rxz  DD-NOTICE-DAYS and DD-MAX-FAILURES, the
      *                    direct-debit notice window and the
      *                    failures that suspend a mandate (S119).
      *   2024-07-24  rxz  AGENCY-MIN-BALANCE and AGENCY-WAIT-DAYS,
      *                    the balance and days past the final
      *                    notice before S121 places an account
      *                    with the collection agency.
      *   2024-07-27  rxz  BASE-CURRENCY and FX-MAX-MOVE-PCT, the
      *                    base the S122 rate feed pins at 1 and the
      *                    day-on-day move it refuses beyond.
      *   2024-08-20  rxz  CARD-REPLACE-FEE, the fee S134 offers to
      *                    charge for a replacement membership card.
      *   2024-08-23  rxz  CONSENT-ASSUMED, the purposes of contact the
      *                    CONSENT subprogram assumes a member agrees to
      *                    until one is recorded.
      *   2024-09-07  rxz  REFERRAL-CREDIT-S, -R, -C and -H, the credit
      *                    S141 raises for a referrer when a referred
      *                    member of that class pays the first fee.
      *   2024-09-22  rxz  DSAR-DUE-DAYS, the calendar days S146 allows
      *                    to answer a subject access request.
      *   2024-10-04  rxz  DORMANT-DAYS and RECERT-DUE-DAYS, S149's
      *                    idle-profile lock threshold and the days a
      *                    recertification cycle allows to attest.
      *   2024-10-13  rxz  INBOX-AGE-APPROVAL, -TRNSUSP, -PAYSUSP,
      *                    -APPLIC, -WRITEOFF and -ERASURE, the business
      *                    days an item may wait on each of S152's inbox
      *                    queues before its branch supervisors are
      *                    notified.
      *   2024-10-22  rxz  PAYROLL-DEDUCT-CAP, the most S156's payroll
      *                    extract deducts from one employee in a pay
      *                    period for equipment charges (final pay is
      *                    not capped).
      *   2024-11-09  rxz  PO-LEAD-DAYS, S098's default promised
      *                    delivery, and SCORE-MAX-LEAD-DAYS,
      *                    SCORE-MIN-FILL-PCT, SCORE-MAX-OVERDUE,
      *                    SCORE-MAX-CANCELLED and SCORE-MAX-FAILURES,
      *                    the thresholds S161's supplier scorecard
      *                    flags against.
      *   2024-11-12  rxz  CREDIT-NOTE-LIMIT, the most (in cents) S162
      *                    lets an operator credit off an invoice before
      *                    a supervisor must sign on to approve it.
      *   2024-11-15  rxz  EVENT-CANCEL-DAYS, how many days before an
      *                    event S163 still gives the fee back on a
      *                    cancelled place.
      *   2024-11-18  rxz  LOAN-DEPOSIT-PCT, the deposit S024 asks on a
      *                    member loan as a percentage of the item's
      *                    value, and LOAN-CHARGE-DAYS, how many days
      *                    overdue S164 lets a member loan run before
      *                    charging it as lost.
      *   2024-11-24  rxz  GIFT-VALID-MONTHS, how many months a gift
      *                    membership voucher S039 sells stays good for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S068.
               10  FILLER PIC X(20) VALUE "CAPACITY-WARN-PCT".
               10  FILLER PIC X(40) VALUE "080".
               10  FILLER PIC X(20) VALUE "S067 warning line".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "AP-PRICE-TOL-PCT".
               10  FILLER PIC X(40) VALUE "002".
               10  FILLER PIC X(20) VALUE "S117 price match".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "AP-QTY-TOL-PCT".
               10  FILLER PIC X(40) VALUE "000".
               10  FILLER PIC X(20) VALUE "S117 quantity match".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "BANK-ORIGINATOR".
               10  FILLER PIC X(40) VALUE "0000000000".
               10  FILLER PIC X(20) VALUE "S118 bank file".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "DD-NOTICE-DAYS".
               10  FILLER PIC X(40) VALUE "014".
               10  FILLER PIC X(20) VALUE "S119 advance notice".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "DD-MAX-FAILURES".
               10  FILLER PIC X(40) VALUE "002".
               10  FILLER PIC X(20) VALUE "S119 mandate suspend".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "AGENCY-MIN-BALANCE".
               10  FILLER PIC X(40) VALUE "000005000".
               10  FILLER PIC X(20) VALUE "S121 placement floor".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "AGENCY-WAIT-DAYS".
               10  FILLER PIC X(40) VALUE "014".
               10  FILLER PIC X(20) VALUE "S121 final notice".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "BASE-CURRENCY".
               10  FILLER PIC X(40) VALUE "JPY".
               10  FILLER PIC X(20) VALUE "S122 base currency".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "FX-MAX-MOVE-PCT".
               10  FILLER PIC X(40) VALUE "005".
               10  FILLER PIC X(20) VALUE "S122 rate tolerance".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "CARD-REPLACE-FEE".
               10  FILLER PIC X(40) VALUE "000001000".
               10  FILLER PIC X(20) VALUE "S134 lost card fee".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "CONSENT-ASSUMED".
               10  FILLER PIC X(40) VALUE "S".
               10  FILLER PIC X(20) VALUE "Contact w/o consent".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "REFERRAL-CREDIT-S".
               10  FILLER PIC X(40) VALUE "000001000".
               10  FILLER PIC X(20) VALUE "S141 Student credit".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "REFERRAL-CREDIT-R".
               10  FILLER PIC X(40) VALUE "000002000".
               10  FILLER PIC X(20) VALUE "S141 Regular credit".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "REFERRAL-CREDIT-C".
               10  FILLER PIC X(40) VALUE "000005000".
               10  FILLER PIC X(20) VALUE "S141 Corporate cred".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "REFERRAL-CREDIT-H".
               10  FILLER PIC X(40) VALUE "000001000".
               10  FILLER PIC X(20) VALUE "S141 Household cred".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "DSAR-DUE-DAYS".
               10  FILLER PIC X(40) VALUE "030".
               10  FILLER PIC X(20) VALUE "S146 answer period".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "DORMANT-DAYS".
               10  FILLER PIC X(40) VALUE "090".
               10  FILLER PIC X(20) VALUE "S149 idle lock days".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "RECERT-DUE-DAYS".
               10  FILLER PIC X(40) VALUE "014".
               10  FILLER PIC X(20) VALUE "S149 attest period".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "INBOX-AGE-APPROVAL".
               10  FILLER PIC X(40) VALUE "002".
               10  FILLER PIC X(20) VALUE "S152 approval limit".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "INBOX-AGE-TRNSUSP".
               10  FILLER PIC X(40) VALUE "002".
               10  FILLER PIC X(20) VALUE "S152 txn suspense".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "INBOX-AGE-PAYSUSP".
               10  FILLER PIC X(40) VALUE "003".
               10  FILLER PIC X(20) VALUE "S152 pay suspense".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "INBOX-AGE-APPLIC".
               10  FILLER PIC X(40) VALUE "005".
               10  FILLER PIC X(20) VALUE "S152 applications".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "INBOX-AGE-WRITEOFF".
               10  FILLER PIC X(40) VALUE "005".
               10  FILLER PIC X(20) VALUE "S152 write-offs".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "INBOX-AGE-ERASURE".
               10  FILLER PIC X(40) VALUE "005".
               10  FILLER PIC X(20) VALUE "S152 erasures".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "PAYROLL-DEDUCT-CAP".
               10  FILLER PIC X(40) VALUE "000010000".
               10  FILLER PIC X(20) VALUE "S156 per-period cap".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "PO-LEAD-DAYS".
               10  FILLER PIC X(40) VALUE "014".
               10  FILLER PIC X(20) VALUE "S098 promised date".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "SCORE-MAX-LEAD-DAYS".
               10  FILLER PIC X(40) VALUE "014".
               10  FILLER PIC X(20) VALUE "S161 worst lead".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "SCORE-MIN-FILL-PCT".
               10  FILLER PIC X(40) VALUE "095".
               10  FILLER PIC X(20) VALUE "S161 fill rate".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "SCORE-MAX-OVERDUE".
               10  FILLER PIC X(40) VALUE "000".
               10  FILLER PIC X(20) VALUE "S161 overdue orders".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "SCORE-MAX-CANCELLED".
               10  FILLER PIC X(40) VALUE "002".
               10  FILLER PIC X(20) VALUE "S161 cancellations".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "SCORE-MAX-FAILURES".
               10  FILLER PIC X(40) VALUE "002".
               10  FILLER PIC X(20) VALUE "S161 failed services".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "CREDIT-NOTE-LIMIT".
               10  FILLER PIC X(40) VALUE "000010000".
               10  FILLER PIC X(20) VALUE "S162 approval limit".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "EVENT-CANCEL-DAYS".
               10  FILLER PIC X(40) VALUE "007".
               10  FILLER PIC X(20) VALUE "S163 cancel cut-off".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "LOAN-DEPOSIT-PCT".
               10  FILLER PIC X(40) VALUE "050".
               10  FILLER PIC X(20) VALUE "S024 loan deposit %".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "LOAN-CHARGE-DAYS".
               10  FILLER PIC X(40) VALUE "030".
               10  FILLER PIC X(20) VALUE "S164 charge after".
           05  FILLER.
               10  FILLER PIC X(20) VALUE "GIFT-VALID-MONTHS".
               10  FILLER PIC X(40) VALUE "012".
               10  FILLER PIC X(20) VALUE "S039 gift voucher".
       01  SETTING-TABLE REDEFINES SETTING-TABLE-VALUES.
           05  SETTING-ENTRY OCCURS 42 TIMES
                   INDEXED BY SETTING-IDX.
               10  SET-NAME           PIC X(20).
               10  SET-DEFAULT        PIC X(40).
               10  SET-USED-BY        PIC X(20).
       01  SETTING-TABLE-SIZE         PIC 9(02) VALUE 42.

       PROCEDURE DIVISION.
       Main-Logic.
