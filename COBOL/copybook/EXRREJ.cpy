      ******************************************************************
      * Copybook: EXRREJ
      * Author: rxxuzi
      * Date: 2024/07/27
      * Purpose: Shared record layout for the rejected-rate file
      *          (exrreject.txt). S122's nightly import of the bank's
      *          rate feed writes one row for every currency it
      *          refused to put on exchrate.txt - missing from the
      *          feed ("MISS"), a zero rate ("ZERO"), or a move from
      *          the previous rate larger than FX-MAX-MOVE-PCT
      *          ("MOVE") - with the bank's figure and the prior one
      *          it was measured against. S046 shows the row to
      *          whoever keys the rate by hand, and that entry must
      *          carry a reason.
      ******************************************************************
       01  EXCHANGE-RATE-REJECT-RECORD.
           05  EXJ-CURRENCY                 PIC X(03).
           05  EXJ-RATE-DATE                PIC 9(08).
           05  EXJ-FEED-RATE                PIC 9(05)V9(06).
           05  EXJ-PRIOR-RATE               PIC 9(05)V9(06).
           05  EXJ-PRIOR-DATE               PIC 9(08).
           05  EXJ-MOVE-PCT                 PIC 9(05)V99.
           05  EXJ-REASON                   PIC X(04).
               88  EXJ-REASON-MISSING       VALUE "MISS".
               88  EXJ-REASON-ZERO          VALUE "ZERO".
               88  EXJ-REASON-MOVE          VALUE "MOVE".
           05  EXJ-IMPORT-DATE              PIC 9(08).
           05  EXJ-IMPORT-TIME              PIC 9(06).
