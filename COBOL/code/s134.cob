      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-20
      * Purpose: Membership cards. Members were never sent a card -
      *          the desk typed IDs at the door. The card vendor
      *          prints and mails them from a file; this program
      *          keeps the card register (cardreg.txt, CRDREC) and
      *          the vendor interchange. Extract queues a card for
      *          every add, renewal, reinstate and class change
      *          journaled on audit.txt since its last run (the mark
      *          is kept on cardctl.txt - the first run queues a card
      *          for every active or frozen member instead), then
      *          sends every queued card to the vendor as cardprod.txt:
      *          a batch header, one fixed-width detail per card - ID,
      *          name and address from memdet.txt, class, expiry (the
      *          paid-through date) and the card sequence number - and
      *          a count trailer. Dispatch reads the vendor's returned
      *          dispatch file (carddisp.txt, or CARD_DISPATCH_FILE)
      *          and marks each card mailed, retiring the cards the
      *          member held before. Lost card (operator sign-on)
      *          cancels the member's live card at once and queues a
      *          replacement for the next extract, charging the
      *          replacement fee (CARD-REPLACE-FEE) unless the
      *          operator waives it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S134.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

           SELECT CardFile ASSIGN TO "./../cardreg.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CARD-NO
           ALTERNATE RECORD KEY IS CRD-DB-ID WITH DUPLICATES
           FILE STATUS IS WS-CRD-STATUS.

           SELECT CardCtlFile ASSIGN TO "./../cardctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCT-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT VendorFile ASSIGN TO "./../cardprod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VND-STATUS.

           SELECT DispatchFile ASSIGN TO DYNAMIC WS-DISPATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT InvoiceCtlFile ASSIGN TO "./../invctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  CardFile.
           COPY CRDREC.

       FD  CardCtlFile.
       01  CARD-CTL-RECORD.
           05  CCT-LAST-CARD-NO         PIC 9(07).
           05  CCT-LAST-BATCH-NO        PIC 9(07).
           05  CCT-AUDIT-MARK           PIC X(14).

       FD  AuditFile.
           COPY AUDITREC.

       FD  VendorFile.
       01  VENDOR-RECORD.
           05  CVD-KIND                 PIC X(01).
           05  CVD-BATCH-ID             PIC X(10).
           05  CVD-CARD-NO              PIC 9(07).
           05  CVD-DB-ID                PIC X(20).
           05  CVD-CARD-SEQ             PIC 9(03).
           05  CVD-NAME                 PIC X(30).
           05  CVD-CLASS                PIC X(01).
           05  CVD-EXPIRY               PIC 9(08).
           05  CVD-REASON               PIC X(01).
           05  CVD-ADDR-1               PIC X(30).
           05  CVD-ADDR-2               PIC X(30).
           05  CVD-ADDR-3               PIC X(30).
       01  VENDOR-HEADER REDEFINES VENDOR-RECORD.
           05  CVH-KIND                 PIC X(01).
           05  CVH-BATCH-ID             PIC X(10).
           05  CVH-DATE                 PIC 9(08).
           05  FILLER                   PIC X(152).
       01  VENDOR-TRAILER REDEFINES VENDOR-RECORD.
           05  CVT-KIND                 PIC X(01).
           05  CVT-BATCH-ID             PIC X(10).
           05  CVT-REC-COUNT            PIC 9(05).
           05  FILLER                   PIC X(155).

       FD  DispatchFile.
       01  DISPATCH-RECORD.
           05  CDS-CARD-NO              PIC 9(07).
           05  CDS-DB-ID                PIC X(20).
           05  CDS-MAILED-DATE          PIC 9(08).

       FD  OperatorFile.
           COPY OPRREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  InvoiceCtlFile.
       01  InvoiceCtlRec                PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-DISPATCH-PATH             PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-CRD-STATUS                PIC XX.
       01  WS-CCT-STATUS                PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-VND-STATUS                PIC XX.
       01  WS-DSP-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-INV-STATUS                PIC XX.
       01  WS-INVCTL-STATUS             PIC XX.
       01  WS-MEM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-MEM-IS-OPEN           VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SCAN-SWITCH               PIC X(01) VALUE "N".
           88  WS-SCAN-DONE             VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-WORK-CLASS                PIC X(01).
       01  WS-BEFORE-CLASS              PIC X(01).
       01  WS-AFTER-CLASS               PIC X(01).
       01  WS-QUEUE-REASON              PIC X(01).
       01  WS-QUEUE-BY                  PIC 9(05).
       01  WS-QUEUE-BRANCH              PIC X(03).
       01  WS-QUEUE-CURRENCY            PIC X(03).
       01  WS-QUEUE-FEE                 PIC 9(05)V99.
       01  WS-QUEUE-INVOICE-NO          PIC 9(07).
       01  WS-NEW-CARD-NO               PIC 9(07).
       01  WS-BATCH-ID                  PIC X(10).
       01  WS-BATCH-ID-PARTS REDEFINES WS-BATCH-ID.
           05  WS-BATCH-PREFIX          PIC X(03).
           05  WS-BATCH-NUMBER          PIC 9(07).
       01  WS-FIRST-RUN-SWITCH          PIC X(01) VALUE "N".
           88  WS-FIRST-RUN             VALUE "Y".
       01  WS-NEW-MARK                  PIC X(14).
       01  WS-QUEUED-COUNT              PIC 9(05).
       01  WS-ALREADY-COUNT             PIC 9(05).
       01  WS-SENT-COUNT                PIC 9(05).
       01  WS-DROPPED-COUNT             PIC 9(05).
       01  WS-HELD-OVER-COUNT           PIC 9(05).
       01  WS-MAILED-COUNT              PIC 9(05).
       01  WS-RETIRED-COUNT             PIC 9(05).
       01  WS-UNKNOWN-COUNT             PIC 9(05).
       01  WS-MISMATCH-COUNT            PIC 9(05).
       01  WS-NOT-SENT-COUNT            PIC 9(05).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-SESSION-BRANCH            PIC X(03) VALUE SPACES.
       01  WS-REPLACE-FEE               PIC 9(05)V99.
       01  WS-FEE-DIGITS                PIC 9(09).
       01  WS-FEE-DISPLAY               PIC ZZ,ZZ9.99.
       01  WS-LAST-INVOICE-NO           PIC 9(07).
       01  WS-CURRND-WORK               PIC 9(07)V99.
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S134".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

      * cardctl.txt held here between its read and its rewrite: the
      * last card number issued, the last vendor batch, and the
      * audit.txt timestamp the last extract read up to.
       01  WS-CTL-RECORD.
           05  WS-CTL-LAST-CARD-NO      PIC 9(07).
           05  WS-CTL-LAST-BATCH-NO     PIC 9(07).
           05  WS-CTL-AUDIT-MARK        PIC X(14).
       01  WS-CTL-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  WS-CTL-FOUND             VALUE "Y".

      * The journal's before and after images laid over DBREC, so a
      * class change on an update row can be seen.
           COPY DBREC REPLACING ==DATABASE-RECORD== BY
                   ==WS-BEFORE-IMAGE== LEADING ==DB== BY ==BF==.
           COPY DBREC REPLACING ==DATABASE-RECORD== BY
                   ==WS-AFTER-IMAGE== LEADING ==DB== BY ==AF==.

      * One member's cards, from a sweep of the CRD-DB-ID key: the
      * live ones (sent or mailed) and whether one is still queued.
       01  WS-MEMBER-CARDS.
           05  WS-LIVE-CARD OCCURS 20 TIMES.
               10  WS-LIVE-CARD-NO      PIC 9(07).
               10  WS-LIVE-CARD-SEQ     PIC 9(03).
       01  WS-LIVE-COUNT                PIC 9(02).
       01  WS-LIVE-IDX                  PIC 9(02).
       01  WS-LIVE-HIGH-NO              PIC 9(07).
       01  WS-LIVE-HIGH-SEQ             PIC 9(03).
       01  WS-MAX-SEQ                   PIC 9(03).
       01  WS-MAILED-SEQ                PIC 9(03).
       01  WS-QUEUED-SWITCH             PIC X(01).
           88  WS-QUEUED-FOUND          VALUE "Y".

      * The queued card numbers, collected before the vendor pass
      * rewrites them - the register is not rewritten under its own
      * sequential sweep.
       01  WS-SEND-TABLE.
           05  WS-SEND-CARD-NO OCCURS 2000 TIMES PIC 9(07).
       01  WS-SEND-COUNT                PIC 9(04).
       01  WS-SEND-IDX                  PIC 9(04).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
      *    The vendor's dispatch file defaults to carddisp.txt next
      *    to the data files; CARD_DISPATCH_FILE points elsewhere.
           MOVE "./../carddisp.txt" TO WS-DISPATCH-PATH
           ACCEPT WS-DISPATCH-PATH FROM ENVIRONMENT "CARD_DISPATCH_FILE"
               ON EXCEPTION
                   MOVE "./../carddisp.txt" TO WS-DISPATCH-PATH
           END-ACCEPT
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S134 - MEMBERSHIP CARDS"
               DISPLAY "=============================================="
               DISPLAY "E=Extract card file  D=Process dispatch file  "
                       "L=Lost card  Q=Quit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXTRACT-CARD-FILE
                   WHEN "D"
                   WHEN "d"
                       PERFORM PROCESS-DISPATCH-FILE
                   WHEN "L"
                   WHEN "l"
                       PERFORM REPORT-LOST-CARD
                   WHEN "Q"
                   WHEN "q"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Queue, then send. The queue step reads audit.txt past the
      * mark; the send step takes every card still queued - lost-card
      * replacements included - to the vendor in one batch.
       EXTRACT-CARD-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-ALREADY-COUNT
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-DROPPED-COUNT
           MOVE ZERO TO WS-HELD-OVER-COUNT
           PERFORM READ-CARD-CONTROL
           IF WS-CTL-FOUND
               MOVE "N" TO WS-FIRST-RUN-SWITCH
           ELSE
               SET WS-FIRST-RUN TO TRUE
           END-IF
           MOVE WS-CTL-AUDIT-MARK TO WS-NEW-MARK

           PERFORM OPEN-CARD-REGISTER
           IF WS-CRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - extract abandoned."
               CLOSE CardFile
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QUEUE-BY
           MOVE ZERO TO WS-QUEUE-FEE
           MOVE ZERO TO WS-QUEUE-INVOICE-NO
           IF WS-FIRST-RUN
               PERFORM QUEUE-EVERY-MEMBER
           END-IF
           PERFORM QUEUE-FROM-AUDIT

           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-IS-OPEN TO TRUE
           END-IF
           PERFORM SEND-QUEUED-CARDS
           IF WS-MEM-IS-OPEN
               CLOSE MemberDetailsFile
               MOVE "N" TO WS-MEM-OPEN-SWITCH
           END-IF
           CLOSE DatabaseFile
           CLOSE CardFile

      *    The mark moves only once the queue is safely written.
           PERFORM READ-CARD-CONTROL
           MOVE WS-NEW-MARK TO WS-CTL-AUDIT-MARK
           PERFORM WRITE-CARD-CONTROL

           DISPLAY "Cards queued          : " WS-QUEUED-COUNT
           DISPLAY "Already queued        : " WS-ALREADY-COUNT
           DISPLAY "Sent to the vendor    : " WS-SENT-COUNT
           DISPLAY "Dropped (no longer a member): " WS-DROPPED-COUNT
           IF WS-HELD-OVER-COUNT > ZERO
               DISPLAY "Held for the next run : " WS-HELD-OVER-COUNT
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Card extract " WS-BATCH-ID " - " WS-QUEUED-COUNT
                   " queued, " WS-SENT-COUNT " sent, "
                   WS-DROPPED-COUNT " dropped" DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Nothing has been issued before the register exists, so the
      * first run gives every standing member a card.
       QUEUE-EVERY-MEMBER.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO DB-ID
           START DatabaseFile KEY IS >= DB-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ DatabaseFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DB-LAYOUT-CURRENT
                               AND (DB-STATUS-ACTIVE
                                   OR DB-STATUS-FROZEN)
                           MOVE "N" TO WS-QUEUE-REASON
                           MOVE DB-BRANCH TO WS-QUEUE-BRANCH
                           MOVE DB-CURRENCY TO WS-QUEUE-CURRENCY
                           PERFORM QUEUE-CARD-FOR-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

      * Adds queue a new card, renewals and reinstates a card with
      * the new expiry, an update a card only when the class moved.
      * On the first run everything journaled is already covered by
      * QUEUE-EVERY-MEMBER; the sweep then only advances the mark.
       QUEUE-FROM-AUDIT.
           OPEN INPUT AuditFile
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "audit.txt could not be opened - status "
                       WS-AUDIT-STATUS " - no journaled changes read."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ AuditFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUD-TIMESTAMP > WS-CTL-AUDIT-MARK
                           IF AUD-TIMESTAMP > WS-NEW-MARK
                               MOVE AUD-TIMESTAMP TO WS-NEW-MARK
                           END-IF
                           IF NOT WS-FIRST-RUN
                               PERFORM QUEUE-FOR-AUDIT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile.

       QUEUE-FOR-AUDIT-ROW.
           MOVE SPACE TO WS-QUEUE-REASON
           EVALUATE TRUE
               WHEN AUD-MODE-ADD
                   MOVE "N" TO WS-QUEUE-REASON
               WHEN AUD-MODE-RENEW
               WHEN AUD-MODE-REINSTATE
                   MOVE "R" TO WS-QUEUE-REASON
               WHEN AUD-MODE-UPDATE
                   MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                   MOVE AUD-AFTER-IMAGE TO WS-AFTER-IMAGE
                   MOVE BF-CLASS TO WS-BEFORE-CLASS
                   MOVE AF-CLASS TO WS-AFTER-CLASS
                   IF WS-BEFORE-CLASS = SPACE
                       MOVE "R" TO WS-BEFORE-CLASS
                   END-IF
                   IF WS-AFTER-CLASS = SPACE
                       MOVE "R" TO WS-AFTER-CLASS
                   END-IF
                   IF WS-BEFORE-CLASS NOT = WS-AFTER-CLASS
                       MOVE "K" TO WS-QUEUE-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-QUEUE-REASON = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT (DB-LAYOUT-CURRENT
                   AND (DB-STATUS-ACTIVE OR DB-STATUS-FROZEN))
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-HANDLED-BY TO WS-QUEUE-BY
           MOVE DB-BRANCH TO WS-QUEUE-BRANCH
           MOVE DB-CURRENCY TO WS-QUEUE-CURRENCY
           PERFORM QUEUE-CARD-FOR-MEMBER
           MOVE ZERO TO WS-QUEUE-BY.

      * One queued card per member at a time - a second event before
      * the vendor run is covered by the card already waiting, which
      * takes the class and expiry current when it is sent. The row
      * in DATABASE-RECORD is the member's.
       QUEUE-CARD-FOR-MEMBER.
           MOVE DB-ID TO WS-WORK-ID
           PERFORM SCAN-MEMBER-CARDS
           IF WS-QUEUED-FOUND
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-QUEUED-CARD
           IF WS-CRD-STATUS = "00"
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

      * A new register row, state "Q", for WS-WORK-ID: the next card
      * number from cardctl.txt, the member's next card sequence, and
      * the live card it follows, if any.
       WRITE-QUEUED-CARD.
           PERFORM ISSUE-NEXT-CARD-NO
           MOVE SPACES              TO CARD-RECORD
           MOVE WS-NEW-CARD-NO      TO CRD-CARD-NO
           MOVE WS-WORK-ID          TO CRD-DB-ID
           COMPUTE CRD-CARD-SEQ = WS-MAX-SEQ + 1
           SET CRD-STATE-QUEUED     TO TRUE
           MOVE WS-QUEUE-REASON     TO CRD-REASON
           MOVE SPACE               TO CRD-CLASS
           MOVE ZERO                TO CRD-EXPIRY
           MOVE WS-TODAY-DATE       TO CRD-QUEUED-DATE
           MOVE WS-QUEUE-BY         TO CRD-QUEUED-BY
           MOVE ZERO                TO CRD-SENT-DATE
           MOVE ZERO                TO CRD-MAILED-DATE
           MOVE ZERO                TO CRD-CLOSED-DATE
           MOVE ZERO                TO CRD-CLOSED-BY
           MOVE WS-LIVE-HIGH-NO     TO CRD-REPLACES-NO
           MOVE WS-QUEUE-FEE        TO CRD-FEE
           MOVE WS-QUEUE-INVOICE-NO TO CRD-INVOICE-NO
           MOVE WS-QUEUE-BRANCH     TO CRD-BRANCH
           MOVE WS-QUEUE-CURRENCY   TO CRD-CURRENCY
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "WRITE to cardreg.txt failed - status "
                           WS-CRD-STATUS " - card " WS-NEW-CARD-NO
           END-WRITE.

      * Every card WS-WORK-ID has held, through the CRD-DB-ID key:
      * the highest sequence used, the live cards, the live card
      * with the highest sequence, and whether one is queued.
       SCAN-MEMBER-CARDS.
           MOVE ZERO TO WS-MAX-SEQ
           MOVE ZERO TO WS-LIVE-COUNT
           MOVE ZERO TO WS-LIVE-HIGH-NO
           MOVE ZERO TO WS-LIVE-HIGH-SEQ
           MOVE "N" TO WS-QUEUED-SWITCH
           MOVE "N" TO WS-SCAN-SWITCH
           MOVE WS-WORK-ID TO CRD-DB-ID
           START CardFile KEY IS = CRD-DB-ID
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ CardFile NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CRD-DB-ID NOT = WS-WORK-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM NOTE-MEMBER-CARD
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-MEMBER-CARD.
           IF CRD-CARD-SEQ > WS-MAX-SEQ
               MOVE CRD-CARD-SEQ TO WS-MAX-SEQ
           END-IF
           IF CRD-STATE-QUEUED
               SET WS-QUEUED-FOUND TO TRUE
           END-IF
           IF CRD-STATE-LIVE
               IF WS-LIVE-COUNT < 20
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE CRD-CARD-NO TO WS-LIVE-CARD-NO(WS-LIVE-COUNT)
                   MOVE CRD-CARD-SEQ
                           TO WS-LIVE-CARD-SEQ(WS-LIVE-COUNT)
               END-IF
               IF CRD-CARD-SEQ > WS-LIVE-HIGH-SEQ
                   MOVE CRD-CARD-SEQ TO WS-LIVE-HIGH-SEQ
                   MOVE CRD-CARD-NO TO WS-LIVE-HIGH-NO
               END-IF
           END-IF.

      * The vendor batch. A queued card whose member has since been
      * voided or has lapsed is cancelled rather than printed; the
      * rest go out with the class and expiry as they stand today.
       SEND-QUEUED-CARDS.
           MOVE ZERO TO WS-SEND-COUNT
           MOVE SPACES TO WS-BATCH-ID
           MOVE "N" TO WS-SCAN-SWITCH
           MOVE ZERO TO CRD-CARD-NO
           START CardFile KEY IS >= CRD-CARD-NO
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ CardFile NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CRD-STATE-QUEUED
                           IF WS-SEND-COUNT < 2000
                               ADD 1 TO WS-SEND-COUNT
                               MOVE CRD-CARD-NO
                                   TO WS-SEND-CARD-NO(WS-SEND-COUNT)
                           ELSE
                               ADD 1 TO WS-HELD-OVER-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SEND-COUNT = ZERO
               DISPLAY "No cards queued - no vendor file written."
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CARD-CONTROL
           ADD 1 TO WS-CTL-LAST-BATCH-NO
           PERFORM WRITE-CARD-CONTROL
           MOVE "CRD" TO WS-BATCH-PREFIX
           MOVE WS-CTL-LAST-BATCH-NO TO WS-BATCH-NUMBER

           OPEN OUTPUT VendorFile
           IF WS-VND-STATUS NOT = "00"
               DISPLAY "cardprod.txt could not be opened - status "
                       WS-VND-STATUS " - cards left queued."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VENDOR-RECORD
           MOVE "H" TO CVH-KIND
           MOVE WS-BATCH-ID TO CVH-BATCH-ID
           MOVE WS-TODAY-DATE TO CVH-DATE
           WRITE VENDOR-RECORD

           PERFORM VARYING WS-SEND-IDX FROM 1 BY 1
                   UNTIL WS-SEND-IDX > WS-SEND-COUNT
               PERFORM SEND-ONE-CARD
           END-PERFORM

           MOVE SPACES TO VENDOR-RECORD
           MOVE "T" TO CVT-KIND
           MOVE WS-BATCH-ID TO CVT-BATCH-ID
           MOVE WS-SENT-COUNT TO CVT-REC-COUNT
           WRITE VENDOR-RECORD
           CLOSE VendorFile
           DISPLAY "Vendor batch " WS-BATCH-ID " written to "
                   "cardprod.txt.".

       SEND-ONE-CARD.
           MOVE WS-SEND-CARD-NO(WS-SEND-IDX) TO CRD-CARD-NO
           READ CardFile KEY IS CRD-CARD-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CRD-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   MOVE SPACE TO DB-STATUS
           END-READ
           IF NOT (DB-LAYOUT-CURRENT
                   AND (DB-STATUS-ACTIVE OR DB-STATUS-FROZEN))
               SET CRD-STATE-CANCELLED TO TRUE
               MOVE WS-TODAY-DATE TO CRD-CLOSED-DATE
               MOVE ZERO TO CRD-CLOSED-BY
               REWRITE CARD-RECORD
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF DB-CLASS = SPACE
               MOVE "R" TO WS-WORK-CLASS
           ELSE
               MOVE DB-CLASS TO WS-WORK-CLASS
           END-IF

           MOVE SPACES TO VENDOR-RECORD
           MOVE "D"            TO CVD-KIND
           MOVE WS-BATCH-ID    TO CVD-BATCH-ID
           MOVE CRD-CARD-NO    TO CVD-CARD-NO
           MOVE CRD-DB-ID      TO CVD-DB-ID
           MOVE CRD-CARD-SEQ   TO CVD-CARD-SEQ
           MOVE WS-WORK-CLASS  TO CVD-CLASS
           MOVE DB-PAID-THRU   TO CVD-EXPIRY
           MOVE CRD-REASON     TO CVD-REASON
           IF WS-MEM-IS-OPEN
               MOVE CRD-DB-ID TO MEM-DB-ID
               READ MemberDetailsFile KEY IS MEM-DB-ID
                   NOT INVALID KEY
                       MOVE MEM-NAME   TO CVD-NAME
                       MOVE MEM-ADDR-1 TO CVD-ADDR-1
                       MOVE MEM-ADDR-2 TO CVD-ADDR-2
                       MOVE MEM-ADDR-3 TO CVD-ADDR-3
               END-READ
           END-IF
           WRITE VENDOR-RECORD

           SET CRD-STATE-SENT TO TRUE
           MOVE WS-WORK-CLASS TO CRD-CLASS
           MOVE DB-PAID-THRU TO CRD-EXPIRY
           MOVE WS-BATCH-ID TO CRD-BATCH-ID
           MOVE WS-TODAY-DATE TO CRD-SENT-DATE
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of cardreg.txt failed - status "
                           WS-CRD-STATUS " - card " CRD-CARD-NO
               NOT INVALID KEY
                   ADD 1 TO WS-SENT-COUNT
           END-REWRITE.

      * The vendor returns card number, ID and the date it posted
      * each card. A mailed card retires the member's earlier live
      * cards - until then the old card still opens the door.
       PROCESS-DISPATCH-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-MAILED-COUNT
           MOVE ZERO TO WS-RETIRED-COUNT
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-MISMATCH-COUNT
           MOVE ZERO TO WS-NOT-SENT-COUNT
           OPEN INPUT DispatchFile
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "Dispatch file " WS-DISPATCH-PATH
               DISPLAY "could not be opened - status " WS-DSP-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-CARD-REGISTER
           IF WS-CRD-STATUS NOT = "00"
               CLOSE DispatchFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ DispatchFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-DISPATCH-ROW
               END-READ
           END-PERFORM
           CLOSE DispatchFile
           CLOSE CardFile

           DISPLAY "Cards marked mailed   : " WS-MAILED-COUNT
           DISPLAY "Earlier cards retired : " WS-RETIRED-COUNT
           DISPLAY "Not on the register   : " WS-UNKNOWN-COUNT
           DISPLAY "ID does not match     : " WS-MISMATCH-COUNT
           DISPLAY "Not awaiting dispatch : " WS-NOT-SENT-COUNT
           MOVE "INFO " TO WS-LOG-SEVERITY
           IF WS-UNKNOWN-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Card dispatch - " WS-MAILED-COUNT " mailed, "
                   WS-UNKNOWN-COUNT " unknown, " WS-MISMATCH-COUNT
                   " ID mismatch, " WS-NOT-SENT-COUNT " not sent"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       APPLY-DISPATCH-ROW.
           MOVE CDS-CARD-NO TO CRD-CARD-NO
           READ CardFile KEY IS CRD-CARD-NO
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "Card " CDS-CARD-NO
                           " is not on the register."
                   EXIT PARAGRAPH
           END-READ
           IF CRD-DB-ID NOT = CDS-DB-ID
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY "Card " CDS-CARD-NO " was issued to " CRD-DB-ID
                       ", not " CDS-DB-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT CRD-STATE-SENT
               ADD 1 TO WS-NOT-SENT-COUNT
               EXIT PARAGRAPH
           END-IF
           SET CRD-STATE-MAILED TO TRUE
           IF CDS-MAILED-DATE IS NUMERIC AND CDS-MAILED-DATE > ZERO
               MOVE CDS-MAILED-DATE TO CRD-MAILED-DATE
           ELSE
               MOVE WS-TODAY-DATE TO CRD-MAILED-DATE
           END-IF
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "REWRITE of cardreg.txt failed - status "
                           WS-CRD-STATUS " - card " CRD-CARD-NO
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-MAILED-COUNT
           MOVE CRD-DB-ID TO WS-WORK-ID
           MOVE CRD-CARD-SEQ TO WS-MAILED-SEQ
           PERFORM RETIRE-EARLIER-CARDS.

      * WS-MAILED-SEQ is the card just mailed; every live card with
      * a lower sequence is superseded by it.
       RETIRE-EARLIER-CARDS.
           PERFORM SCAN-MEMBER-CARDS
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
               IF WS-LIVE-CARD-SEQ(WS-LIVE-IDX) < WS-MAILED-SEQ
                   MOVE WS-LIVE-CARD-NO(WS-LIVE-IDX) TO CRD-CARD-NO
                   READ CardFile KEY IS CRD-CARD-NO
                       NOT INVALID KEY
                           SET CRD-STATE-SUPERSEDED TO TRUE
                           MOVE WS-TODAY-DATE TO CRD-CLOSED-DATE
                           MOVE ZERO TO CRD-CLOSED-BY
                           REWRITE CARD-RECORD
                           ADD 1 TO WS-RETIRED-COUNT
                   END-READ
               END-IF
           END-PERFORM.

      * The live card stops working at the door straight away; the
      * replacement waits for the next extract like any other card.
       REPORT-LOST-CARD.
           IF NOT WS-SIGNED-ON
               PERFORM OPERATOR-SIGN-ON
               IF NOT WS-SIGNED-ON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Member ID reporting the card lost: "
           MOVE SPACES TO WS-WORK-ID
           ACCEPT WS-WORK-ID
           IF WS-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   MOVE SPACE TO DB-STATUS
           END-READ
           CLOSE DatabaseFile
           MOVE DB-CURRENCY TO WS-QUEUE-CURRENCY
           IF NOT (DB-LAYOUT-CURRENT
                   AND (DB-STATUS-ACTIVE OR DB-STATUS-FROZEN))
               DISPLAY "No active or frozen registration for "
                       WS-WORK-ID " - no card to replace."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CARD-REGISTER
           IF WS-CRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-MEMBER-CARDS
           IF WS-LIVE-COUNT = ZERO
               IF WS-QUEUED-FOUND
                   DISPLAY "The member's card has not been sent yet - "
                           "it goes out with the next extract."
               ELSE
                   DISPLAY "No card has been issued to " WS-WORK-ID
                           " - nothing to cancel."
               END-IF
               CLOSE CardFile
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
               DISPLAY "  Card " WS-LIVE-CARD-NO(WS-LIVE-IDX)
                       " (card " WS-LIVE-CARD-SEQ(WS-LIVE-IDX)
                       ") will be cancelled."
           END-PERFORM
           DISPLAY "Cancel and replace (Y/N)? "
           ACCEPT WS-CONFIRM
           IF NOT (WS-CONFIRM = "Y" OR WS-CONFIRM = "y")
               DISPLAY "Nothing changed."
               CLOSE CardFile
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
               MOVE WS-LIVE-CARD-NO(WS-LIVE-IDX) TO CRD-CARD-NO
               READ CardFile KEY IS CRD-CARD-NO
                   NOT INVALID KEY
                       SET CRD-STATE-CANCELLED TO TRUE
                       MOVE WS-TODAY-DATE TO CRD-CLOSED-DATE
                       MOVE WS-SIGNON-ID TO CRD-CLOSED-BY
                       REWRITE CARD-RECORD
               END-READ
           END-PERFORM

      *    A card already queued for the member (a renewal, say)
      *    is the replacement - no second card and no fee.
           IF WS-QUEUED-FOUND
               DISPLAY "Card cancelled. A card is already queued for "
                       "the next extract - no second card queued."
               CLOSE CardFile
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Lost card cancelled for " WS-WORK-ID
                       " by operator " WS-SIGNON-ID
                       " - card already queued" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-REPLACEMENT-FEE
           MOVE ZERO TO WS-QUEUE-INVOICE-NO
           MOVE ZERO TO WS-QUEUE-FEE
           IF WS-REPLACE-FEE > ZERO
               MOVE WS-REPLACE-FEE TO WS-FEE-DISPLAY
               DISPLAY "Replacement fee " WS-FEE-DISPLAY " "
                       WS-QUEUE-CURRENCY
                       " - charge it (Y) or waive it (N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE WS-REPLACE-FEE TO WS-QUEUE-FEE
                   PERFORM RAISE-CARD-FEE-INVOICE
               END-IF
           END-IF

           MOVE "L" TO WS-QUEUE-REASON
           MOVE WS-SIGNON-ID TO WS-QUEUE-BY
           MOVE WS-SESSION-BRANCH TO WS-QUEUE-BRANCH
           PERFORM WRITE-QUEUED-CARD
           CLOSE CardFile
           IF WS-CRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Replacement card " WS-NEW-CARD-NO
                   " queued for the next extract."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Lost card replaced for " WS-WORK-ID " by operator "
                   WS-SIGNON-ID " - new card " WS-NEW-CARD-NO
                   ", invoice " WS-QUEUE-INVOICE-NO DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * The fee is a site decision - shipped 10.00, held in cents the
      * CONFIG way and rounded to the member's currency.
       SET-REPLACEMENT-FEE.
           MOVE "CARD-REPLACE-FEE" TO WS-CFG-NAME
           MOVE "000001000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE 10.00 TO WS-CURRND-WORK
           IF WS-CFG-VALUE(1:9) IS NUMERIC
               MOVE WS-CFG-VALUE(1:9) TO WS-FEE-DIGITS
               COMPUTE WS-CURRND-WORK = WS-FEE-DIGITS / 100
           END-IF
           CALL "CURRND" USING WS-QUEUE-CURRENCY WS-CURRND-WORK
           MOVE WS-CURRND-WORK TO WS-REPLACE-FEE.

      * A numbered invoice for the fee - the invctl.txt counter and
      * invmast.txt row S015's RAISE-INVOICE writes, source "C" - and
      * the charge on the balance master.
       RAISE-CARD-FEE-INVOICE.
           MOVE ZERO TO WS-LAST-INVOICE-NO
           OPEN INPUT InvoiceCtlFile
           IF WS-INVCTL-STATUS = "00"
               READ InvoiceCtlFile INTO WS-LAST-INVOICE-NO
               CLOSE InvoiceCtlFile
           END-IF
           ADD 1 TO WS-LAST-INVOICE-NO
           OPEN OUTPUT InvoiceCtlFile
           MOVE WS-LAST-INVOICE-NO TO InvoiceCtlRec
           WRITE InvoiceCtlRec
           CLOSE InvoiceCtlFile

           OPEN EXTEND InvoiceFile
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT InvoiceFile
           END-IF
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS " - fee NOT charged."
               MOVE ZERO TO WS-QUEUE-FEE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-INVOICE-NO TO INV-NO
           MOVE WS-WORK-ID         TO INV-DB-ID
           MOVE WS-TODAY-DATE      TO INV-DATE
           MOVE WS-QUEUE-FEE       TO INV-AMOUNT
           MOVE ZERO               TO INV-TAX
           MOVE ZERO               TO INV-ALLOCATED
           SET INV-STATE-OPEN      TO TRUE
           SET INV-SOURCE-CARD     TO TRUE
           WRITE INVOICE-RECORD
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "WRITE to invmast.txt failed - status "
                       WS-INV-STATUS " - fee NOT charged."
               CLOSE InvoiceFile
               MOVE ZERO TO WS-QUEUE-FEE
               EXIT PARAGRAPH
           END-IF
           CLOSE InvoiceFile
           MOVE WS-LAST-INVOICE-NO TO WS-QUEUE-INVOICE-NO
           MOVE "CHARGE"     TO WS-BAL-KIND
           MOVE WS-WORK-ID   TO WS-BAL-DB-ID
           MOVE WS-QUEUE-FEE TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID WS-BAL-AMOUNT
           DISPLAY "Invoice " WS-QUEUE-INVOICE-NO
                   " raised for the fee.".

      * Any operator may report a lost card - checked against the
      * hash (legacy plaintext rows compare directly), three tries.
      * The profile's branch is booked on the replacement.
       OPERATOR-SIGN-ON.
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - lost cards need an operator "
                       "profile."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password   : "
               ACCEPT WS-SIGNON-PASSWORD
               MOVE WS-SIGNON-ID TO OPR-ID
               READ OperatorFile KEY IS OPR-ID
                   INVALID KEY
                       DISPLAY "Unknown operator ID."
                   NOT INVALID KEY
                       CALL "PWDHASH" USING WS-SIGNON-PASSWORD
                               WS-ENTERED-HASH
                       EVALUATE TRUE
                           WHEN OPR-LOCKED
                               DISPLAY "Profile is locked - a "
                                       "supervisor unlocks it in "
                                       "S033."
                           WHEN (OPR-PWD-HASH NOT = SPACES
                                   AND WS-ENTERED-HASH
                                       NOT = OPR-PWD-HASH)
                               OR (OPR-PWD-HASH = SPACES
                                   AND OPR-PASSWORD
                                       NOT = WS-SIGNON-PASSWORD)
                               DISPLAY "Password does not match."
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               MOVE OPR-BRANCH TO WS-SESSION-BRANCH
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - lost card not recorded."
           END-IF.

      * The register is created empty the first time it is needed.
       OPEN-CARD-REGISTER.
           OPEN I-O CardFile
           IF WS-CRD-STATUS = "35"
               OPEN OUTPUT CardFile
               CLOSE CardFile
               OPEN I-O CardFile
           END-IF
           IF WS-CRD-STATUS NOT = "00"
               DISPLAY "cardreg.txt could not be opened - status "
                       WS-CRD-STATUS
           END-IF.

      * Card numbers are issued from cardctl.txt one at a time, read
      * and rewritten round each, so the lost-card screen and an
      * extract never hand out the same number.
       ISSUE-NEXT-CARD-NO.
           PERFORM READ-CARD-CONTROL
           ADD 1 TO WS-CTL-LAST-CARD-NO
           PERFORM WRITE-CARD-CONTROL
           MOVE WS-CTL-LAST-CARD-NO TO WS-NEW-CARD-NO.

       READ-CARD-CONTROL.
           MOVE ZERO TO WS-CTL-LAST-CARD-NO
           MOVE ZERO TO WS-CTL-LAST-BATCH-NO
           MOVE ALL "0" TO WS-CTL-AUDIT-MARK
           MOVE "N" TO WS-CTL-FOUND-SWITCH
           OPEN INPUT CardCtlFile
           IF WS-CCT-STATUS = "00"
               READ CardCtlFile INTO WS-CTL-RECORD
                   NOT AT END
                       SET WS-CTL-FOUND TO TRUE
               END-READ
               CLOSE CardCtlFile
           END-IF.

       WRITE-CARD-CONTROL.
           OPEN OUTPUT CardCtlFile
           IF WS-CCT-STATUS NOT = "00"
               DISPLAY "cardctl.txt could not be written - status "
                       WS-CCT-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE CARD-CTL-RECORD FROM WS-CTL-RECORD
           CLOSE CardCtlFile.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S134.
