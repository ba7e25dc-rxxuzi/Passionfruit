      *                    opening-position write and journal
      *                    rename, the same protocol S015 and S027
      *                    follow.
      *   2024-11-29  rxz  The year's renamed audit journal is now
      *                    registered on purgereg.txt as an "audit"
      *                    archive (direction A, with its row count),
      *                    the shape S102 writes, so S147's audit-chain
      *                    verification reads it in sequence instead of
      *                    reporting the year's entries missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S064.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT AuditArchFile ASSIGN TO DYNAMIC WS-AUDIT-NEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT PurgeRegisterFile ASSIGN TO "./../purgereg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           05  LOCK-DATE                PIC 9(08).
           05  LOCK-TIME                PIC 9(06).

       FD  AuditArchFile.
           COPY AUDITREC REPLACING
               ==AUDIT-RECORD== BY ==AUDIT-ARCH-RECORD==
               LEADING ==AUD== BY ==AAR==.

       FD  PurgeRegisterFile.
           COPY PRGREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH             PIC X(60).
       01  WS-FILE-STATUS         PIC XX.
       01  WS-AUDIT-OLD-NAME      PIC X(20) VALUE "./../audit.txt".
       01  WS-AUDIT-NEW-NAME      PIC X(30).
       01  WS-RENAME-RESULT       PIC 9(09) COMP-5.
       01  WS-ARCH-STATUS         PIC XX.
       01  WS-REG-STATUS          PIC XX.
       01  WS-ARCH-ROW-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-TODAY-DATE          PIC 9(08).
       01  WS-CONFIRM             PIC X(01).
       01  WS-TRAILER-PREFIX      PIC X(13).
       01  WS-LOCK-STATUS         PIC XX.
           IF WS-RENAME-RESULT = ZERO
               DISPLAY "Audit journal archived to "
                       WS-AUDIT-NEW-NAME
               PERFORM REGISTER-AUDIT-ARCHIVE
           ELSE
               DISPLAY "Audit journal not archived (no journal, or "
                       "rename failed)."
           END-IF.

      * The renamed journal goes on the purge register like one of
      * S102's audit archives, so S147 walks the chain through it.
       REGISTER-AUDIT-ARCHIVE.
           MOVE ZERO TO WS-ARCH-ROW-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AuditArchFile
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ AuditArchFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-ROW-COUNT
                   END-READ
               END-PERFORM
               CLOSE AuditArchFile
           END-IF
           OPEN EXTEND PurgeRegisterFile
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT PurgeRegisterFile
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "purgereg.txt could not be opened - status "
                       WS-REG-STATUS " - register " WS-AUDIT-NEW-NAME
                       " by hand."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE     TO PRG-RUN-DATE
           MOVE "audit"           TO PRG-FILE-NAME
           MOVE WS-ARCH-ROW-COUNT TO PRG-ROWS-MOVED
           MOVE WS-AUDIT-NEW-NAME TO PRG-ARCHIVE-NAME
           SET PRG-ARCHIVED       TO TRUE
           MOVE SPACES            TO PRG-DB-ID
           WRITE PURGE-REGISTER-RECORD
           CLOSE PurgeRegisterFile.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
