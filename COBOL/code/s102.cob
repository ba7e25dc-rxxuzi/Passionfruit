      *                    layouts here widened with them so the
      *                    archiver stops short of truncating it.
      *                    Shorter pre-change rows read back padded.
      *   2024-09-19  rxz  Audit rows of a member under legal hold
      *                    (S145) stay in audit.txt whatever their age;
      *                    each held member's kept rows are logged once
      *                    through HOLDCHK. A hold register that cannot
      *                    be read leaves audit.txt unarchived for the
      *                    run.
      *   2024-09-25  rxz  The purge register layout moved to the shared
      *                    PRGREC copybook now that S065 writes to it
      *                    too; rows written here are marked as archive
      *                    movements.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S102.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT LegalHoldFile ASSIGN TO "./../legalhold.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HLD-DB-ID
           FILE STATUS IS WS-HLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
           05  CPA-BYTE-SIZE            PIC 9(12).

       FD  PurgeRegisterFile.
           COPY PRGREC.

       FD  LegalHoldFile.
           COPY HLDREC.

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS                PIC XX.
       01  WS-CAPW-STATUS               PIC XX.
       01  WS-ARCH-STATUS               PIC XX.
       01  WS-REG-STATUS                PIC XX.
       01  WS-HLD-STATUS                PIC XX.
       01  WS-ARCH-NAME                 PIC X(40).
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S102".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-HOLD-DB-ID                PIC X(20).
       01  WS-HOLD-ACTION               PIC X(30).
       01  WS-HOLD-RESULT               PIC X(01).
       01  WS-HOLD-KEPT-SHOWN           PIC Z(06)9.

      * Members under legal hold today (S145) - their audit rows
      * stay in audit.txt whatever their age, and each kept row is
      * counted so the refusal can be logged once per member.
       01  WS-HOLD-TABLE.
           05  WS-HLT OCCURS 500 TIMES.
               10  WS-HLT-DB-ID         PIC X(20).
               10  WS-HLT-KEPT          PIC 9(07).
       01  WS-HLT-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-HLT-IDX                   PIC 9(03).
       01  WS-HOLDS-SWITCH              PIC X(01) VALUE "Y".
           88  WS-HOLDS-KNOWN           VALUE "Y".
       01  WS-ROW-HELD-SWITCH           PIC X(01).
           88  WS-ROW-HELD              VALUE "Y".

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the S038 day count.
       01  WS-SER-DATE.
           IF WS-RETAIN-DAYS = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LEGAL-HOLDS
           IF NOT WS-HOLDS-KNOWN
               EXIT PARAGRAPH
           END-IF
           MOVE "audit" TO WS-PURGED-FILE
           PERFORM BUILD-ARCHIVE-NAME
           MOVE ZERO TO WS-MOVED-COUNT
               PERFORM COMPUTE-DAY-SERIAL
               MOVE WS-SER-RESULT TO WS-ROW-SERIAL
               PERFORM COMPUTE-ROW-AGE
               MOVE "N" TO WS-ROW-HELD-SWITCH
               IF WS-ROW-AGE-DAYS > WS-RETAIN-DAYS
                   PERFORM TEST-AUDIT-ROW-HELD
               END-IF
               IF WS-ROW-AGE-DAYS > WS-RETAIN-DAYS
                       AND NOT WS-ROW-HELD
                   MOVE AUDIT-RECORD TO AUDIT-ARCH-RECORD
                   WRITE AUDIT-ARCH-RECORD
                   ADD 1 TO WS-MOVED-COUNT
           CLOSE AuditFile
           CLOSE AuditWorkFile
           CLOSE AuditArchFile
           PERFORM LOG-HELD-AUDIT-ROWS
           IF WS-MOVED-COUNT = ZERO
               MOVE "./../audwork.txt" TO WS-WORK-NAME
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
           PERFORM SWAP-KEEPERS-IN
           PERFORM WRITE-PURGE-REGISTER.

      * The holds in force today. No legalhold.txt means no hold was
      * ever placed; one that cannot be read, or more holds than the
      * table carries, leaves the audit journal unarchived this run
      * rather than risk moving a held member's trail.
       LOAD-LEGAL-HOLDS.
           MOVE ZERO TO WS-HLT-COUNT
           MOVE "Y" TO WS-HOLDS-SWITCH
           OPEN INPUT LegalHoldFile
           IF WS-HLD-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               MOVE "N" TO WS-HOLDS-SWITCH
               MOVE SPACES TO WS-LOG-TEXT
               STRING "legalhold.txt could not be opened - status "
                       WS-HLD-STATUS " - audit.txt not archived"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-HOLD-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-HOLD
           PERFORM UNTIL WS-END-OF-FILE
               IF HLD-START-DATE <= WS-TODAY-DATE
                       AND (HLD-RELEASE-DATE = ZERO
                         OR HLD-RELEASE-DATE > WS-TODAY-DATE)
                   IF WS-HLT-COUNT >= 500
                       MOVE "N" TO WS-HOLDS-SWITCH
                   ELSE
                       ADD 1 TO WS-HLT-COUNT
                       MOVE HLD-DB-ID TO WS-HLT-DB-ID(WS-HLT-COUNT)
                       MOVE ZERO TO WS-HLT-KEPT(WS-HLT-COUNT)
                   END-IF
               END-IF
               PERFORM READ-NEXT-HOLD
           END-PERFORM
           CLOSE LegalHoldFile
           IF NOT WS-HOLDS-KNOWN
               MOVE SPACES TO WS-LOG-TEXT
               STRING "More than 500 legal holds in force - "
                       "audit.txt not archived"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-HOLD-PROBLEM
           END-IF.

       READ-NEXT-HOLD.
           READ LegalHoldFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOG-HOLD-PROBLEM.
           DISPLAY WS-LOG-TEXT
           MOVE "ERROR" TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       TEST-AUDIT-ROW-HELD.
           PERFORM VARYING WS-HLT-IDX FROM 1 BY 1
                   UNTIL WS-HLT-IDX > WS-HLT-COUNT OR WS-ROW-HELD
               IF WS-HLT-DB-ID(WS-HLT-IDX) = AUD-DB-ID
                   SET WS-ROW-HELD TO TRUE
                   ADD 1 TO WS-HLT-KEPT(WS-HLT-IDX)
               END-IF
           END-PERFORM.

      * One refusal per held member whose aged rows were kept back,
      * through HOLDCHK so it lands on the hold register.
       LOG-HELD-AUDIT-ROWS.
           PERFORM VARYING WS-HLT-IDX FROM 1 BY 1
                   UNTIL WS-HLT-IDX > WS-HLT-COUNT
               IF WS-HLT-KEPT(WS-HLT-IDX) > ZERO
                   MOVE WS-HLT-DB-ID(WS-HLT-IDX) TO WS-HOLD-DB-ID
                   MOVE WS-HLT-KEPT(WS-HLT-IDX) TO WS-HOLD-KEPT-SHOWN
                   MOVE SPACES TO WS-HOLD-ACTION
                   STRING "audit archive of" WS-HOLD-KEPT-SHOWN
                           " rows" DELIMITED BY SIZE
                           INTO WS-HOLD-ACTION
                   CALL "HOLDCHK" USING WS-HOLD-DB-ID WS-LOG-PROGRAM
                           WS-HOLD-ACTION WS-HOLD-RESULT
               END-IF
           END-PERFORM.

       READ-NEXT-AUDIT.
           READ AuditFile
               AT END
           MOVE WS-PURGED-FILE TO PRG-FILE-NAME
           MOVE WS-MOVED-COUNT TO PRG-ROWS-MOVED
           MOVE WS-ARCH-NAME   TO PRG-ARCHIVE-NAME
           SET PRG-ARCHIVED    TO TRUE
           MOVE SPACES         TO PRG-DB-ID
           WRITE PURGE-REGISTER-RECORD
           CLOSE PurgeRegisterFile.

