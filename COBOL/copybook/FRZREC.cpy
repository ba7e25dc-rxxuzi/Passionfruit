      ******************************************************************
      * Copybook: FRZREC
      * Author: rxxuzi
      * Date: 2024/08/05
      * Purpose: Shared record layout for the membership freeze
      *          register (frzreg.txt, indexed on FRZ-DB-ID). S015's
      *          Freeze mode (screen "F", TRANREC "F") puts an active
      *          registration on hold - DB-STATUS "F" - and writes
      *          its row here: when the hold started, when the member
      *          expects to come back, why, and the paid-through date
      *          at the time. Resume (screen "E", TRANREC "E") closes
      *          the row with the day it ended and the days frozen,
      *          which S015 adds to DB-PAID-THRU. One row per
      *          registration, carrying its latest freeze - earlier
      *          ones stay on audit.txt (modes "F" and "E"). S125
      *          reports everyone frozen and who is overdue to
      *          resume.
      ******************************************************************
       01  FREEZE-RECORD.
           05  FRZ-DB-ID                    PIC X(20).
           05  FRZ-STATE                    PIC X(01).
               88  FRZ-STATE-FROZEN         VALUE "F".
               88  FRZ-STATE-RESUMED        VALUE "E".
           05  FRZ-START-DATE               PIC 9(08).
           05  FRZ-RESUME-DUE               PIC 9(08).
           05  FRZ-RESUMED-DATE             PIC 9(08).
           05  FRZ-DAYS-FROZEN              PIC 9(05).
           05  FRZ-PAID-THRU-BEFORE         PIC 9(08).
           05  FRZ-REASON                   PIC X(30).
           05  FRZ-FROZEN-BY                PIC 9(05).
           05  FRZ-RESUMED-BY               PIC 9(05).
           05  FRZ-FREEZE-COUNT             PIC 9(03).
           05  FILLER                       PIC X(10).
