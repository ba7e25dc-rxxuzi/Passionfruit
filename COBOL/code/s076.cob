      *                    do, so S019's summary path stops
      *                    disagreeing with the full scan on any
      *                    day a merge lands.
      *   2024-09-19  rxz  A merge is refused when either registration
      *                    of the pair is under legal hold (S145,
      *                    through HOLDCHK); the pair stays open.
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      *   2024-11-29  rxz  Payment, renewal and paid-refund rows moved
      *                    to the survivor now move their money on the
      *                    balance master too (BALUPD) - off the loser's
      *                    row and onto the survivor's - so balmast.txt
      *                    agrees with the ledgers without waiting for
      *                    an S124 rebuild.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S076.

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).
       01  WS-MEM-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-QUIT-SWITCH               PIC X(01).
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-MOVED-COUNT               PIC 9(05).
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-BAL-MOVED                 PIC S9(09)V99.
       01  WS-PAIR-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-ALREADY-SWITCH            PIC X(01).
           88  WS-PAIR-ALREADY-QUEUED   VALUE "Y".
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S076".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-HOLD-DB-ID                PIC X(20).
       01  WS-HOLD-ACTION               PIC X(30).
       01  WS-HOLD-RESULT               PIC X(01).
           88  WS-MEMBER-HELD           VALUE "Y".

      * The member-details rows under comparison - name and first
      * address line are the matching key.
      * an audit.txt journal entry under the operator's number.
       MERGE-PAIR.
           MOVE "N" TO WS-MERGE-OK-SWITCH
      *    Neither side of a pair under legal hold may be merged -
      *    the loser would be voided and the survivor's ledgers
      *    rewritten.
           MOVE WS-SURVIVOR-ID TO WS-HOLD-DB-ID
           MOVE "duplicate merge" TO WS-HOLD-ACTION
           CALL "HOLDCHK" USING WS-HOLD-DB-ID WS-LOG-PROGRAM
                   WS-HOLD-ACTION WS-HOLD-RESULT
           IF WS-MEMBER-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOSER-ID TO WS-HOLD-DB-ID
           CALL "HOLDCHK" USING WS-HOLD-DB-ID WS-LOG-PROGRAM
                   WS-HOLD-ACTION WS-HOLD-RESULT
           IF WS-MEMBER-HELD
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                   MOVE "U" TO WS-AUD-MODE
                   MOVE WS-LOSER-ID TO WS-AUD-ID
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "PAYMENT" TO WS-BAL-KIND
                   IF PAY-REVERSING
                       COMPUTE WS-BAL-MOVED = ZERO - PAY-AMOUNT
                   ELSE
                       MOVE PAY-AMOUNT TO WS-BAL-MOVED
                   END-IF
                   PERFORM MOVE-BALANCE-TO-SURVIVOR
                   ADD 1 TO WS-MOVED-COUNT
               END-IF
               MOVE PAYMENT-RECORD TO PAYMENT-WORK-RECORD
                   MOVE "U" TO WS-AUD-MODE
                   MOVE WS-LOSER-ID TO WS-AUD-ID
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "CHARGE" TO WS-BAL-KIND
                   MOVE RNL-FEE TO WS-BAL-MOVED
                   PERFORM MOVE-BALANCE-TO-SURVIVOR
                   ADD 1 TO WS-MOVED-COUNT
               END-IF
               MOVE RENEWAL-LEDGER-RECORD TO RENEWAL-WORK-RECORD
                   MOVE "U" TO WS-AUD-MODE
                   MOVE WS-LOSER-ID TO WS-AUD-ID
                   PERFORM WRITE-AUDIT-RECORD
      *            Only a paid refund ever reached the balance master.
                   IF REF-STATE-PAID
                       MOVE "REFUND" TO WS-BAL-KIND
                       MOVE REF-AMOUNT TO WS-BAL-MOVED
                       PERFORM MOVE-BALANCE-TO-SURVIVOR
                   END-IF
                   ADD 1 TO WS-MOVED-COUNT
               END-IF
               MOVE REFUND-RECORD TO REFUND-WORK-RECORD
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * A row moved to the survivor takes its money with it on the
      * balance master: the loser's row comes down by the amount
      * in WS-BAL-MOVED under the kind in WS-BAL-KIND, and the
      * survivor's goes up by the same - the same kinds and signs
      * S124 rebuilds the master from.
       MOVE-BALANCE-TO-SURVIVOR.
           MOVE WS-LOSER-ID TO WS-BAL-DB-ID
           COMPUTE WS-BAL-AMOUNT = ZERO - WS-BAL-MOVED
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT
           MOVE WS-SURVIVOR-ID TO WS-BAL-DB-ID
           MOVE WS-BAL-MOVED TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

      * One AUDITREC entry per touched row - mode and images from
      * the caller's WS-AUD fields, source "S" (a person confirmed
      * the merge at a screen).
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO AUD-RUN-ID
           END-IF
      *    The entry takes its sequence number and chain link last,
      *    once every other field is final.
           MOVE "STAMP" TO WS-CHN-ACTION
           CALL "AUDCHN" USING WS-CHN-ACTION AUDIT-RECORD WS-CHN-AREA
           WRITE AUDIT-RECORD
           CLOSE AuditFile.

