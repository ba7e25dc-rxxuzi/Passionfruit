      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-28
      * Purpose: Callable audit-journal chainer in the PWDHASH mold -
      *          the one copy of the rule that makes audit.txt
      *          tamper-evident. Every program that journals a change
      *          calls it with "STAMP" just before WRITE AUDIT-RECORD:
      *          the entry gets the next sequence number (AUD-SEQ-NO),
      *          a digest of its own contents (AUD-DIGEST) and a chain
      *          value folded from that digest, its sequence number
      *          and the previous entry's chain value (AUD-CHAIN). The
      *          last number and chain value issued are kept on
      *          auditseq.txt; when that file is missing it is picked
      *          up again from the last chained entry on audit.txt.
      *
      *          S147's verification calls it with "CHECK": nothing is
      *          issued, and the result area comes back with the
      *          digest recomputed from the entry's contents and the
      *          chain value the entry should carry given the
      *          previous entry's chain value passed in.
      *
      *          An edited entry no longer matches its digest; an
      *          entry whose digest was edited to match breaks the
      *          chain into it; a deleted entry leaves a gap in the
      *          sequence numbers.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditSeqFile ASSIGN TO "./../auditseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASQ-STATUS.

           SELECT JournalFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditSeqFile.
       01  AUDIT-SEQ-RECORD.
           05  ASQ-LAST-SEQ             PIC 9(09).
           05  ASQ-LAST-CHAIN           PIC 9(10).

       FD  JournalFile.
           COPY AUDITREC REPLACING
               ==AUDIT-RECORD== BY ==JOURNAL-RECORD==
               LEADING ==AUD== BY ==JNL==.

       WORKING-STORAGE SECTION.
       01  WS-ASQ-STATUS          PIC XX.
       01  WS-JNL-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01).
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-LAST-SEQ            PIC 9(09).
       01  WS-LAST-CHAIN          PIC 9(10).
       01  WS-HASH-ACCUM          PIC 9(10) COMP-5.
       01  WS-CHAR-IDX            PIC 9(03).
       01  WS-CHAR-CODE           PIC 9(04) COMP-5.
       01  WS-DIGEST              PIC 9(10).
       01  WS-CHAIN               PIC 9(10).
      * The digest covers the entry up to, not including, the chain
      * fields - timestamp through AUD-RUN-ID.
       01  WS-DIGEST-LENGTH       PIC 9(03) VALUE 272.

       LINKAGE SECTION.
       01  LS-CHN-ACTION          PIC X(08).
           COPY AUDITREC.
       01  LS-CHN-AREA.
           05  LS-CHN-PREV-CHAIN  PIC 9(10).
           05  LS-CHN-DIGEST      PIC 9(10).
           05  LS-CHN-CHAIN       PIC 9(10).

       PROCEDURE DIVISION USING LS-CHN-ACTION AUDIT-RECORD
               LS-CHN-AREA.
       MAIN-LOGIC.
           EVALUATE LS-CHN-ACTION
               WHEN "STAMP"
                   PERFORM STAMP-ENTRY
               WHEN "CHECK"
                   PERFORM CHECK-ENTRY
           END-EVALUATE
           GOBACK.

       STAMP-ENTRY.
           PERFORM LOAD-LAST-ISSUED
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO AUD-SEQ-NO
           PERFORM COMPUTE-DIGEST
           MOVE WS-DIGEST TO AUD-DIGEST
           PERFORM COMPUTE-CHAIN
           MOVE WS-CHAIN TO AUD-CHAIN
           MOVE WS-CHAIN TO WS-LAST-CHAIN

           OPEN OUTPUT AuditSeqFile
           IF WS-ASQ-STATUS = "00"
               MOVE WS-LAST-SEQ   TO ASQ-LAST-SEQ
               MOVE WS-LAST-CHAIN TO ASQ-LAST-CHAIN
               WRITE AUDIT-SEQ-RECORD
               CLOSE AuditSeqFile
           END-IF.

      * The digest from the contents as they stand now; the chain
      * value from the digest the entry carries.
       CHECK-ENTRY.
           PERFORM COMPUTE-DIGEST
           MOVE WS-DIGEST TO LS-CHN-DIGEST
           MOVE LS-CHN-PREV-CHAIN TO WS-LAST-CHAIN
           MOVE ZERO TO LS-CHN-CHAIN
           IF AUD-DIGEST IS NUMERIC AND AUD-SEQ-NO IS NUMERIC
               MOVE AUD-DIGEST TO WS-DIGEST
               PERFORM COMPUTE-CHAIN
               MOVE WS-CHAIN TO LS-CHN-CHAIN
           END-IF.

      * Last sequence number and chain value issued. No auditseq.txt
      * (first use, or lost) - take them from the last chained entry
      * on the journal, so numbering carries on rather than restarts.
       LOAD-LAST-ISSUED.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-LAST-CHAIN
           OPEN INPUT AuditSeqFile
           IF WS-ASQ-STATUS = "00"
               READ AuditSeqFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ASQ-LAST-SEQ IS NUMERIC
                               AND ASQ-LAST-CHAIN IS NUMERIC
                           MOVE ASQ-LAST-SEQ   TO WS-LAST-SEQ
                           MOVE ASQ-LAST-CHAIN TO WS-LAST-CHAIN
                       END-IF
               END-READ
               CLOSE AuditSeqFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT JournalFile
           IF WS-JNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ JournalFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF JNL-SEQ-NO IS NUMERIC
                               AND JNL-CHAIN IS NUMERIC
                               AND JNL-SEQ-NO > WS-LAST-SEQ
                           MOVE JNL-SEQ-NO TO WS-LAST-SEQ
                           MOVE JNL-CHAIN  TO WS-LAST-CHAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile.

      * Every byte of the entry rolls through the same multiply-and-
      * add over a large odd constant PWDHASH uses, position-weighted
      * so two swapped characters digest differently.
       COMPUTE-DIGEST.
           MOVE 7919 TO WS-HASH-ACCUM
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-DIGEST-LENGTH
               COMPUTE WS-CHAR-CODE
                       = FUNCTION ORD(AUDIT-RECORD(WS-CHAR-IDX:1))
               COMPUTE WS-HASH-ACCUM
                       = FUNCTION MOD(WS-HASH-ACCUM * 1000003
                               + WS-CHAR-CODE * WS-CHAR-IDX,
                               9999999967)
           END-PERFORM
           MOVE WS-HASH-ACCUM TO WS-DIGEST.

      * The link: previous chain value, this entry's digest and its
      * sequence number folded together.
       COMPUTE-CHAIN.
           COMPUTE WS-CHAIN
                   = FUNCTION MOD(WS-LAST-CHAIN * 1000003
                           + WS-DIGEST * 7919
                           + AUD-SEQ-NO,
                           9999999967).

       END PROGRAM AUDCHN.
