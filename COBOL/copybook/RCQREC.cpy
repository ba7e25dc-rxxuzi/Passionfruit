      ******************************************************************
      * Copybook: RCQREC
      * Author: rxxuzi
      * Date: 2024/10/01
      * Purpose: Shared record layout for the reference-change queue
      *          (refchgq.txt, line sequential) and, under REPLACING,
      *          the reference-change journal (refchglog.txt). A
      *          change to the fee schedule (S045), a tax rate
      *          (S078), a keyed exchange rate (S046), a discount code
      *          (S093) or a holiday (S061) no longer reaches its file
      *          when it is keyed: the maker's program queues it here
      *          through RCQADD as a proposal carrying the row as it
      *          stands (RCQ-OLD-ROW - the open row the change will
      *          end-date, the newest rate for the currency, or
      *          spaces when there is none) and the row to be written
      *          (RCQ-NEW-ROW), both as the target file's own record
      *          image. A supervisor other than the maker approves or
      *          rejects it in S148 - the pending.txt discipline: the
      *          row stays on file with its outcome - and an approval
      *          applies it and copies the row to the journal.
      ******************************************************************
       01  REFERENCE-CHANGE-RECORD.
           05  RCQ-STATE                    PIC X(01).
               88  RCQ-STATE-PENDING        VALUE "P".
               88  RCQ-STATE-APPLIED        VALUE "A".
               88  RCQ-STATE-REJECTED       VALUE "R".
           05  RCQ-NO                       PIC 9(07).
           05  RCQ-FILE                     PIC X(08).
               88  RCQ-FILE-FEESCHED        VALUE "FEESCHED".
               88  RCQ-FILE-TAXRATE         VALUE "TAXRATE".
               88  RCQ-FILE-EXCHRATE        VALUE "EXCHRATE".
               88  RCQ-FILE-DISCCODE        VALUE "DISCCODE".
               88  RCQ-FILE-HOLIDAY         VALUE "HOLIDAY".
           05  RCQ-KEY                      PIC X(20).
           05  RCQ-OLD-ROW                  PIC X(60).
           05  RCQ-NEW-ROW                  PIC X(60).
           05  RCQ-MADE-BY                  PIC 9(05).
           05  RCQ-MADE-DATE                PIC 9(08).
           05  RCQ-MADE-TIME                PIC 9(06).
           05  RCQ-MAKER-NOTE               PIC X(40).
           05  RCQ-CHECKED-BY               PIC 9(05).
           05  RCQ-CHECKED-DATE             PIC 9(08).
           05  RCQ-CHECKED-TIME             PIC 9(06).
           05  RCQ-CHECKER-NOTE             PIC X(30).
