      *          the S069 aging, posts as its own balanced pair in
      *          S042's GL extract, and reports by period and reason
      *          so the committee can see what was given up on.
      *
      * Modification History:
      *   2024/07/24  rxz  WOF-REASON gains "AGCY" - a balance the
      *                    collection agency recalled or could not
      *                    collect, queued by S121's remittance
      *                    import (WOF-REQ-BY zero, the system) for
      *                    the ordinary S096 review.
      *   2024/09/01  rxz  WOF-CASE-NO added at the end - the S138
      *                    member case a "DISP" (disputed) write-off is
      *                    requested against, so the dispute has a
      *                    trail; zero for every other reason. Rows
      *                    written before read it as spaces - readers
      *                    test IS NUMERIC.
      ******************************************************************
       01  WRITE-OFF-RECORD.
           05  WOF-STATE                    PIC X(01).
               88  WOF-REASON-SMALL         VALUE "SMAL".
               88  WOF-REASON-DISPUTED      VALUE "DISP".
               88  WOF-REASON-OTHER         VALUE "OTHR".
               88  WOF-REASON-AGENCY        VALUE "AGCY".
           05  WOF-REQ-DATE                 PIC 9(08).
           05  WOF-REQ-BY                   PIC 9(05).
           05  WOF-DEC-BY                   PIC 9(05).
           05  WOF-DEC-DATE                 PIC 9(08).
           05  WOF-CASE-NO                  PIC 9(07).
