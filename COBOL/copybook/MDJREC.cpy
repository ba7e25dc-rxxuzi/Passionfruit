      ******************************************************************
      * Copybook: MDJREC
      * Author: rxxuzi
      * Date: 2024/08/29
      * Purpose: Shared record layout for the member-details change
      *          journal (memjrnl.txt, line sequential, appended) -
      *          the audit.txt idea for memdet.txt. One record per
      *          change applied to a member's contact details, with
      *          the whole MEMREC row before and after, the program
      *          and operator that made it (zero for a batch), the
      *          source's own reference - the portal's submission
      *          reference for S137 - and the run correlation ID
      *          (RUN_ID, zero when none was issued). A new row's
      *          before-image is spaces.
      ******************************************************************
       01  MEMBER-JOURNAL-RECORD.
           05  MDJ-DATE                     PIC 9(08).
           05  MDJ-TIME                     PIC 9(06).
           05  MDJ-DB-ID                    PIC X(20).
           05  MDJ-PROGRAM                  PIC X(08).
           05  MDJ-OPERATOR                 PIC 9(05).
           05  MDJ-REFERENCE                PIC X(12).
           05  MDJ-BEFORE-IMAGE             PIC X(220).
           05  MDJ-AFTER-IMAGE              PIC X(220).
           05  MDJ-RUN-ID                   PIC 9(07).
