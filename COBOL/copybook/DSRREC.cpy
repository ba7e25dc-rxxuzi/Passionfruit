      ******************************************************************
      * Copybook: DSRREC
      * Author: rxxuzi
      * Date: 2024/09/22
      * Purpose: Shared record layout for the subject access request
      *          log (dsarlog.txt, line sequential - the eraseq.txt
      *          shape: a row stays on file with its outcome). One
      *          row per request a member makes for a copy of what
      *          the shop holds on them, logged in S146 with the day
      *          it came in and the day it must be answered by (the
      *          site profile's DSAR-DUE-DAYS, default 30 calendar
      *          days on). Producing the package in S146 turns the
      *          row "A" (answered) with the date and who produced
      *          it, so the register shows every request was
      *          answered inside the statutory period.
      ******************************************************************
       01  DSAR-REQUEST-RECORD.
           05  DSR-DB-ID                    PIC X(20).
           05  DSR-STATE                    PIC X(01).
               88  DSR-STATE-OPEN           VALUE "O".
               88  DSR-STATE-ANSWERED       VALUE "A".
           05  DSR-REQ-DATE                 PIC 9(08).
           05  DSR-DUE-DATE                 PIC 9(08).
           05  DSR-LOGGED-BY                PIC 9(05).
           05  DSR-ANSWERED-DATE            PIC 9(08).
           05  DSR-ANSWERED-BY              PIC 9(05).
           05  FILLER                       PIC X(10).
