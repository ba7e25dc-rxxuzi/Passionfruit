      ******************************************************************
      * Copybook: RDLREC
      * Author: rxxuzi
      * Date: 2024/10/16
      * Purpose: Shared record layout for the report distribution
      *          table (rptdist.txt, line sequential, kept by S153).
      *          One row per report ID and recipient - the same
      *          recipient key NOTIFY queues to (an operator ID, a
      *          role such as OPERATIONS, a mailbox name). When
      *          RPTWRT closes a spooled run, RPTDST sends every
      *          active row for that report a notice pointing at the
      *          run number, subject to the row's frequency (every
      *          run, or the first run of the day, week or month for
      *          that recipient) and branch filter (blank = runs
      *          from any desk, else only runs spooled under that
      *          BRANCH_CODE).
      ******************************************************************
       01  DISTRIBUTION-RECORD.
           05  RDL-RPT-ID                   PIC X(08).
           05  RDL-RECIPIENT                PIC X(30).
           05  RDL-FREQUENCY                PIC X(01).
               88  RDL-FREQ-EVERY-RUN       VALUE "E".
               88  RDL-FREQ-DAILY           VALUE "D".
               88  RDL-FREQ-WEEKLY          VALUE "W".
               88  RDL-FREQ-MONTHLY         VALUE "M".
               88  RDL-FREQ-VALID           VALUE "E" "D" "W" "M".
           05  RDL-BRANCH                   PIC X(03).
           05  RDL-ACTIVE                   PIC X(01).
               88  RDL-IS-ACTIVE            VALUE "Y".
               88  RDL-IS-INACTIVE          VALUE "N".
