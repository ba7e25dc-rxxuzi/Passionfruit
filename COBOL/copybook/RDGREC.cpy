      ******************************************************************
      * Copybook: RDGREC
      * Author: rxxuzi
      * Date: 2024/10/16
      * Purpose: Shared record layout for the report distribution
      *          log (distlog.txt, line sequential). RPTDST appends
      *          one row for every notice it queues - which spooled
      *          run went to which recipient, and when - so "who was
      *          sent what" has an answer, and the frequency check
      *          finds when a recipient last had a report. S153
      *          lists it and matches it against spoolreg.txt for the
      *          runs that went to nobody.
      ******************************************************************
       01  DISTRIBUTION-LOG-RECORD.
           05  RDG-RUN-NO                   PIC 9(07).
           05  RDG-RPT-ID                   PIC X(08).
           05  RDG-RECIPIENT                PIC X(30).
           05  RDG-SENT-DATE                PIC 9(08).
           05  RDG-SENT-TIME                PIC 9(06).
           05  RDG-BRANCH                   PIC X(03).
           05  RDG-FREQUENCY                PIC X(01).
