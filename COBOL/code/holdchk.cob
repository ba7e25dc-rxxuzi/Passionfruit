      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-19
      * Purpose: Callable legal-hold check in the BALUPD mold - the
      *          one copy of the "is this member held" rule for every
      *          program that erases, purges, archives, writes off or
      *          merges. The caller passes the registration, its own
      *          program ID and a short description of what it was
      *          about to do; the answer comes back "Y" (held - do
      *          not touch) or "N". A hold is in force from its start
      *          date until its release date (zero = until released)
      *          on legalhold.txt (HLDREC). Every "Y" is a refusal:
      *          it is shown, written to the run log as a WARN and
      *          appended to holdblk.txt (HBKREC) for S145's hold
      *          register.
      *
      *          No legalhold.txt at all means no hold was ever
      *          placed. A register that exists but cannot be read
      *          answers "Y" - nothing irreversible happens to a
      *          member the shop cannot prove is free of a hold.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LegalHoldFile ASSIGN TO "./../legalhold.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-DB-ID
           FILE STATUS IS WS-HLD-STATUS.

           SELECT HoldBlockFile ASSIGN TO "./../holdblk.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HBK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LegalHoldFile.
           COPY HLDREC.

       FD  HoldBlockFile.
           COPY HBKREC.

       WORKING-STORAGE SECTION.
       01  WS-HLD-STATUS          PIC XX.
       01  WS-HBK-STATUS          PIC XX.
       01  WS-TODAY-DATE          PIC 9(08).
       01  WS-NOW-TIME            PIC 9(08).
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "HOLDCHK".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01  LS-HOLD-DB-ID    PIC X(20).
       01  LS-HOLD-PROGRAM  PIC X(08).
       01  LS-HOLD-ACTION   PIC X(30).
       01  LS-HOLD-RESULT   PIC X(01).

       PROCEDURE DIVISION USING LS-HOLD-DB-ID LS-HOLD-PROGRAM
               LS-HOLD-ACTION LS-HOLD-RESULT.
       MAIN-LOGIC.
           MOVE "N" TO LS-HOLD-RESULT
           IF LS-HOLD-DB-ID = SPACES
               GOBACK
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT LegalHoldFile
           IF WS-HLD-STATUS = "35"
               GOBACK
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               MOVE "Y" TO LS-HOLD-RESULT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "legalhold.txt could not be opened - status "
                       WS-HLD-STATUS " - " LS-HOLD-DB-ID " refused"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               DISPLAY WS-LOG-TEXT
               MOVE "ERROR" TO WS-LOG-SEVERITY
               CALL "LOGMSG" USING LS-HOLD-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               GOBACK
           END-IF
           MOVE LS-HOLD-DB-ID TO HLD-DB-ID
           READ LegalHoldFile KEY IS HLD-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-START-DATE <= WS-TODAY-DATE
                           AND (HLD-RELEASE-DATE = ZERO
                             OR HLD-RELEASE-DATE > WS-TODAY-DATE)
                       MOVE "Y" TO LS-HOLD-RESULT
                   END-IF
           END-READ
           CLOSE LegalHoldFile
           IF LS-HOLD-RESULT = "Y"
               PERFORM RECORD-REFUSAL
           END-IF
           GOBACK.

      * The refusal is shown to whoever is at the screen, logged
      * under the calling program, and kept against the hold.
       RECORD-REFUSAL.
           DISPLAY LS-HOLD-DB-ID " is under legal hold ("
                   HLD-REASON ") - " LS-HOLD-ACTION " refused."
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Legal hold on " LS-HOLD-DB-ID " - "
                   LS-HOLD-ACTION " refused"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "WARN " TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING LS-HOLD-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT

           OPEN EXTEND HoldBlockFile
           IF WS-HBK-STATUS = "35"
               OPEN OUTPUT HoldBlockFile
           END-IF
           IF WS-HBK-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "holdblk.txt could not be opened - status "
                       WS-HBK-STATUS " - refusal for " LS-HOLD-DB-ID
                       " not kept" DELIMITED BY SIZE INTO WS-LOG-TEXT
               MOVE "ERROR" TO WS-LOG-SEVERITY
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE LS-HOLD-DB-ID     TO HBK-DB-ID
           MOVE WS-TODAY-DATE     TO HBK-DATE
           MOVE WS-NOW-TIME(1:6)  TO HBK-TIME
           MOVE LS-HOLD-PROGRAM   TO HBK-PROGRAM
           MOVE LS-HOLD-ACTION    TO HBK-ACTION
           WRITE HOLD-BLOCK-RECORD
           CLOSE HoldBlockFile.

       END PROGRAM HOLDCHK.
