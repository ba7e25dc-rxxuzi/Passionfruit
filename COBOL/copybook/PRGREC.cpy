      ******************************************************************
      * Copybook: PRGREC
      * Author: rxxuzi
      * Date: 2024/09/25
      * Purpose: Shared record layout for the purge register
      *          (purgereg.txt, line sequential, appended). One row
      *          per movement of data out of - or back into - a live
      *          file: S102's retention archiving writes one per file
      *          per run, S065 one per archive-and-purge of
      *          database.txt and one per registration it restores
      *          from dbarchive.txt. PRG-DIRECTION and PRG-DB-ID were
      *          appended when S065 began writing here; S102's rows,
      *          and any written before, carry spaces there (an
      *          archive movement).
      ******************************************************************
       01  PURGE-REGISTER-RECORD.
           05  PRG-RUN-DATE                 PIC 9(08).
           05  PRG-FILE-NAME                PIC X(20).
           05  PRG-ROWS-MOVED               PIC 9(07).
           05  PRG-ARCHIVE-NAME             PIC X(40).
           05  PRG-DIRECTION                PIC X(01).
               88  PRG-ARCHIVED             VALUES "A", SPACE.
               88  PRG-RESTORED             VALUE "R".
           05  PRG-DB-ID                    PIC X(20).
