      ******************************************************************
      * Copybook: HBKREC
      * Author: rxxuzi
      * Date: 2024/09/19
      * Purpose: Shared record layout for the legal-hold refusal log
      *          (holdblk.txt, line sequential, appended by HOLDCHK).
      *          One row each time a program was stopped from
      *          touching a member under legal hold (HLDREC) - which
      *          program, what it was about to do, and when. S145's
      *          hold register lists them under each hold.
      ******************************************************************
       01  HOLD-BLOCK-RECORD.
           05  HBK-DB-ID                    PIC X(20).
           05  HBK-DATE                     PIC 9(08).
           05  HBK-TIME                     PIC 9(06).
           05  HBK-PROGRAM                  PIC X(08).
           05  HBK-ACTION                   PIC X(30).
