      *          member details) with the issued ID written back
      *          here. The record stays on file with its outcome,
      *          the pending.txt discipline.
      *
      * Modification History:
      *   2024/08/11  rxz  Added APP-BIRTH-DATE at the end of the
      *                    record - carried to MEM-BIRTH-DATE on
      *                    approval and checked against the class
      *                    eligibility rules first.
      *   2024/08/14  rxz  APP-STATE "W" - an approval found the
      *                    country's Regular quota full (QTAREC) and
      *                    the application is on the waiting list
      *                    (WTLREC); Review offers it again once a
      *                    place is offered. No length change.
      *   2024/09/04  rxz  Added APP-CAMPAIGN at the end of the record -
      *                    the acquisition campaign (CMPREC) the
      *                    applicant answered, carried to DB-CAMPAIGN on
      *                    approval. Older rows read it back as spaces,
      *                    meaning none.
      *   2024/09/07  rxz  Added APP-REFERRER-ID at the end of the
      *                    record - the active member who referred the
      *                    applicant, recorded on the referral register
      *                    (RFLREC) on approval. Older rows read it back
      *                    as spaces, meaning none.
      *   2024/11/24  rxz  Added APP-GIFT-VOUCHER at the end of the
      *                    record - a gift voucher (GFTREC) bought for
      *                    the applicant, redeemed against the first
      *                    invoice on approval. Older rows read it back
      *                    as spaces, meaning none.
      ******************************************************************
       01  APPLICATION-RECORD.
           05  APP-STATE                    PIC X(01).
               88  APP-STATE-PENDING        VALUE "P".
               88  APP-STATE-APPROVED       VALUE "A".
               88  APP-STATE-DECLINED       VALUE "D".
               88  APP-STATE-WAITING        VALUE "W".
           05  APP-NO                       PIC 9(07).
           05  APP-NAME                     PIC X(30).
           05  APP-ADDR-1                   PIC X(30).
           05  APP-DECIDED-DATE             PIC 9(08).
           05  APP-REASON                   PIC X(30).
           05  APP-ISSUED-ID                PIC X(20).
           05  APP-BIRTH-DATE               PIC 9(08).
           05  APP-CAMPAIGN                 PIC X(06).
           05  APP-REFERRER-ID              PIC X(20).
           05  APP-GIFT-VOUCHER             PIC 9(08).
