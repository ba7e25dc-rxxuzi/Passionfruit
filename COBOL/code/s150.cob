      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-07
      * Purpose: Segregation-of-duties conflict report. S107 looks at
      *          one day's exceptions; this looks across time for one
      *          operator on both halves of a sensitive pair. Every
      *          operator stamp on the audit journal (audit.txt), the
      *          approval queue (pending.txt), the refund ledger
      *          (refund.txt), the write-off ledger (woffled.txt) and
      *          the payment ledger (payment.txt) goes into a sort as
      *          an event against its member or registration ID:
      *
      *            ADD   registration keyed        audit.txt mode A
      *            UPD   registration updated      audit.txt mode U
      *            VOID  registration voided       audit.txt mode V
      *            PREQ  approval requested        pending.txt
      *            PDEC  approval decided          pending.txt
      *            FAPP  high fee approved         pending.txt type F
      *            RRAI  refund raised             refund.txt
      *            RPAY  refund paid               refund.txt
      *            WREQ  write-off requested       woffled.txt
      *            WDEC  write-off decided         woffled.txt
      *            PTAK  payment taken             payment.txt
      *            PREV  payment reversed          payment.txt
      *
      *          The rule table (sodrule.txt) names the pairs that
      *          are conflicts, first half then second half. On the
      *          first run it does not exist yet, so the shop's
      *          starting rules are written out and used - from then
      *          on the shop edits the file (N in the active column
      *          switches a rule off). A conflict is reported when
      *          the same operator holds both halves for the same ID
      *          and the second half falls inside the date range
      *          asked for, with totals by rule and by operator,
      *          through RPTWRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S150.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "./../sodrule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT PendingFile ASSIGN TO "./../pending.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT WriteOffFile ASSIGN TO "./../woffled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOF-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  RuleFile.
       01  SOD-RULE-RECORD.
           05  SOD-FIRST                PIC X(04).
           05  SOD-SECOND               PIC X(04).
           05  SOD-ACTIVE               PIC X(01).
               88  SOD-RULE-ACTIVE      VALUE "Y".
           05  SOD-DESCRIPTION          PIC X(40).

       FD  AuditFile.
           COPY AUDITREC.

       FD  PendingFile.
           COPY PENDREC.

       FD  RefundFile.
           COPY REFREC.

       FD  WriteOffFile.
           COPY WOFREC.

       FD  PaymentFile.
           COPY PAYREC.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-KEY                  PIC X(20).
           05  SRT-DATE                 PIC 9(08).
           05  SRT-EVENT                PIC X(04).
           05  SRT-OPERATOR             PIC 9(05).
           05  SRT-REF                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS               PIC XX.
       01  WS-AUD-STATUS                PIC XX.
       01  WS-PEND-STATUS               PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-WOF-STATUS                PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-FROM-ENTRY                PIC X(08).
       01  WS-TO-ENTRY                  PIC X(08).
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-TO-DATE                   PIC 9(08).

      * The active rules, with a running count of conflicts each.
       01  WS-RULE-TABLE.
           05  WS-RUL OCCURS 20 TIMES.
               10  WS-RUL-FIRST         PIC X(04).
               10  WS-RUL-SECOND        PIC X(04).
               10  WS-RUL-DESCRIPTION   PIC X(40).
               10  WS-RUL-COUNT         PIC 9(05).
       01  WS-RUL-USED                  PIC 9(02).
       01  WS-RUL-IDX                   PIC 9(02).

      * Every event for the ID in hand, oldest first.
       01  WS-EVENT-TABLE.
           05  WS-EVT OCCURS 300 TIMES.
               10  WS-EVT-DATE          PIC 9(08).
               10  WS-EVT-EVENT         PIC X(04).
               10  WS-EVT-OPERATOR      PIC 9(05).
               10  WS-EVT-REF           PIC X(10).
       01  WS-EVT-USED                  PIC 9(03).
       01  WS-EVT-FIRST                 PIC 9(03).
       01  WS-EVT-SECOND                PIC 9(03).
       01  WS-GROUP-KEY                 PIC X(20).
       01  WS-MATCH-SWITCH              PIC X(01).
           88  WS-MATCH-FOUND           VALUE "Y".

      * Conflicts by operator.
       01  WS-OPERATOR-TOTALS.
           05  WS-OPC OCCURS 100 TIMES.
               10  WS-OPC-ID            PIC 9(05).
               10  WS-OPC-COUNT         PIC 9(05).
       01  WS-OPC-USED                  PIC 9(03) VALUE ZERO.
       01  WS-OPC-IDX                   PIC 9(03).
       01  WS-SLOT-FOUND-SWITCH         PIC X(01).
           88  WS-SLOT-FOUND            VALUE "Y".

      * Counts.
       01  WS-EVENTS-READ               PIC 9(09) VALUE ZERO.
       01  WS-CONFLICT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-EVENTS-DROPPED            PIC 9(07) VALUE ZERO.
       01  WS-FILES-MISSING             PIC 9(01) VALUE ZERO.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S150".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           DISPLAY "=============================================="
           DISPLAY "  S150 - SEGREGATION OF DUTIES CONFLICTS"
           DISPLAY "=============================================="
           DISPLAY "From date (YYYYMMDD, blank = all): "
           ACCEPT WS-FROM-ENTRY
           MOVE ZERO TO WS-FROM-DATE
           IF WS-FROM-ENTRY NOT = SPACES
               MOVE WS-FROM-ENTRY TO WS-FROM-DATE
           END-IF
           DISPLAY "To date   (YYYYMMDD, blank = all): "
           ACCEPT WS-TO-ENTRY
           MOVE 99999999 TO WS-TO-DATE
           IF WS-TO-ENTRY NOT = SPACES
               MOVE WS-TO-ENTRY TO WS-TO-DATE
           END-IF
           PERFORM LOAD-RULES
           IF WS-RUL-USED = ZERO
               DISPLAY "sodrule.txt has no active rules - nothing to "
                       "check."
               STOP RUN
           END-IF

           MOVE "s150" TO WS-RPT-ID
           MOVE "SEGREGATION OF DUTIES CONFLICTS" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Second half dated " WS-FROM-DATE " through "
                   WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           STRING "RULE       OPERATOR ID                   "
                   "FIRST    SECOND   REF"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           SORT SortFile
               ON ASCENDING KEY SRT-KEY
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS Gather-Events-Section
               OUTPUT PROCEDURE IS Check-Pairs-Section

           PERFORM PRINT-TOTALS
           PERFORM RPT-CLOSE

           MOVE SPACES TO WS-LOG-TEXT
           IF WS-CONFLICT-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
               STRING "Duty conflicts found - " WS-CONFLICT-COUNT
                       " for " WS-FROM-DATE "-" WS-TO-DATE
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
               STRING "No duty conflicts for " WS-FROM-DATE "-"
                       WS-TO-DATE
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Events read " WS-EVENTS-READ "  conflicts "
                   WS-CONFLICT-COUNT " - see the s150 report."
           STOP RUN.

      * Every stamped event from the five files into the sort, keyed
      * by the member or registration it concerns. A zero operator
      * (batch work with nobody signed on) holds no duty.
       Gather-Events-Section SECTION.
       Gather-Events.
           PERFORM FEED-AUDIT
           PERFORM FEED-PENDING
           PERFORM FEED-REFUNDS
           PERFORM FEED-WRITE-OFFS
           PERFORM FEED-PAYMENTS
           GO TO Gather-Events-Done.
       FEED-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AuditFile
           IF WS-AUD-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ AuditFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO SRT-EVENT
                       EVALUATE TRUE
                           WHEN AUD-MODE-ADD
                               MOVE "ADD" TO SRT-EVENT
                           WHEN AUD-MODE-UPDATE
                               MOVE "UPD" TO SRT-EVENT
                           WHEN AUD-MODE-VOID
                               MOVE "VOID" TO SRT-EVENT
                       END-EVALUATE
                       IF SRT-EVENT NOT = SPACES
                           MOVE AUD-DB-ID TO SRT-KEY
                           MOVE AUD-DATE TO SRT-DATE
                           MOVE AUD-HANDLED-BY TO SRT-OPERATOR
                           MOVE SPACES TO SRT-REF
                           IF AUD-SEQ-NO IS NUMERIC
                               MOVE AUD-SEQ-NO TO SRT-REF
                           END-IF
                           PERFORM RELEASE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile.
       FEED-PENDING.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PendingFile
           IF WS-PEND-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PendingFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PEND-ID TO SRT-KEY
                       MOVE PEND-REF-NO TO SRT-REF
                       MOVE "PREQ" TO SRT-EVENT
                       MOVE PEND-DATE TO SRT-DATE
                       MOVE PEND-OPERATOR TO SRT-OPERATOR
                       PERFORM RELEASE-EVENT
                       IF PEND-STATE-APPLIED OR PEND-STATE-REJECTED
                           MOVE "PDEC" TO SRT-EVENT
                           MOVE PEND-DECIDED-DATE TO SRT-DATE
                           MOVE PEND-DECIDED-BY TO SRT-OPERATOR
                           PERFORM RELEASE-EVENT
                       END-IF
                       IF PEND-STATE-APPLIED AND PEND-TYPE-HIGH-FEE
                           MOVE "FAPP" TO SRT-EVENT
                           PERFORM RELEASE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingFile.
       FEED-REFUNDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RefundFile
           IF WS-REF-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RefundFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE REF-DB-ID TO SRT-KEY
                       MOVE SPACES TO SRT-REF
                       MOVE "RRAI" TO SRT-EVENT
                       MOVE REF-RAISED-DATE TO SRT-DATE
                       MOVE REF-RAISED-BY TO SRT-OPERATOR
                       PERFORM RELEASE-EVENT
                       IF NOT REF-STATE-DUE
                           MOVE REF-RECEIPT-NO TO SRT-REF
                           MOVE "RPAY" TO SRT-EVENT
                           MOVE REF-PAID-DATE TO SRT-DATE
                           MOVE REF-PAID-BY TO SRT-OPERATOR
                           PERFORM RELEASE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RefundFile.
       FEED-WRITE-OFFS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WriteOffFile
           IF WS-WOF-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ WriteOffFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE WOF-DB-ID TO SRT-KEY
                       MOVE WOF-CASE-NO TO SRT-REF
                       MOVE "WREQ" TO SRT-EVENT
                       MOVE WOF-REQ-DATE TO SRT-DATE
                       MOVE WOF-REQ-BY TO SRT-OPERATOR
                       PERFORM RELEASE-EVENT
                       IF WOF-STATE-APPROVED OR WOF-STATE-REJECTED
                           MOVE "WDEC" TO SRT-EVENT
                           MOVE WOF-DEC-DATE TO SRT-DATE
                           MOVE WOF-DEC-BY TO SRT-OPERATOR
                           PERFORM RELEASE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WriteOffFile.
       FEED-PAYMENTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PaymentFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO SRT-EVENT
                       EVALUATE TRUE
                           WHEN PAY-TYPE-PAYMENT
                               MOVE "PTAK" TO SRT-EVENT
                           WHEN PAY-TYPE-REVERSAL
                               MOVE "PREV" TO SRT-EVENT
                       END-EVALUATE
                       IF SRT-EVENT NOT = SPACES
                           MOVE PAY-DB-ID TO SRT-KEY
                           MOVE PAY-DATE TO SRT-DATE
                           MOVE PAY-OPERATOR TO SRT-OPERATOR
                           MOVE PAY-RECEIPT-NO TO SRT-REF
                           PERFORM RELEASE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PaymentFile.
       RELEASE-EVENT.
           IF SRT-OPERATOR IS NUMERIC AND SRT-OPERATOR > ZERO
                   AND SRT-DATE IS NUMERIC
               ADD 1 TO WS-EVENTS-READ
               RELEASE SORT-RECORD
           END-IF.
       Gather-Events-Done.
           EXIT.

      * One ID at a time: its events are gathered, then every rule
      * is tried against them.
       Check-Pairs-Section SECTION.
       Check-Pairs.
           MOVE ZERO TO WS-EVT-USED
           PERFORM RETURN-NEXT-SORTED
           IF NOT WS-SORT-DONE
               MOVE SRT-KEY TO WS-GROUP-KEY
           END-IF
           PERFORM UNTIL WS-SORT-DONE
               IF SRT-KEY NOT = WS-GROUP-KEY
                   PERFORM CHECK-ONE-GROUP
                   MOVE ZERO TO WS-EVT-USED
                   MOVE SRT-KEY TO WS-GROUP-KEY
               END-IF
               IF WS-EVT-USED < 300
                   ADD 1 TO WS-EVT-USED
                   MOVE SRT-DATE     TO WS-EVT-DATE(WS-EVT-USED)
                   MOVE SRT-EVENT    TO WS-EVT-EVENT(WS-EVT-USED)
                   MOVE SRT-OPERATOR TO WS-EVT-OPERATOR(WS-EVT-USED)
                   MOVE SRT-REF      TO WS-EVT-REF(WS-EVT-USED)
               ELSE
                   ADD 1 TO WS-EVENTS-DROPPED
               END-IF
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM
           IF WS-EVT-USED > ZERO
               PERFORM CHECK-ONE-GROUP
           END-IF
           GO TO Check-Pairs-Done.

      * Each second half in the range is reported once per rule - on
      * the first matching first half by the same operator.
       CHECK-ONE-GROUP.
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RUL-USED
               PERFORM VARYING WS-EVT-SECOND FROM 1 BY 1
                       UNTIL WS-EVT-SECOND > WS-EVT-USED
                   IF WS-EVT-EVENT(WS-EVT-SECOND)
                           = WS-RUL-SECOND(WS-RUL-IDX)
                           AND WS-EVT-DATE(WS-EVT-SECOND)
                               >= WS-FROM-DATE
                           AND WS-EVT-DATE(WS-EVT-SECOND)
                               <= WS-TO-DATE
                       PERFORM FIND-FIRST-HALF
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-FIRST-HALF.
           MOVE "N" TO WS-MATCH-SWITCH
           PERFORM VARYING WS-EVT-FIRST FROM 1 BY 1
                   UNTIL WS-EVT-FIRST > WS-EVT-USED OR WS-MATCH-FOUND
               IF WS-EVT-FIRST NOT = WS-EVT-SECOND
                       AND WS-EVT-EVENT(WS-EVT-FIRST)
                           = WS-RUL-FIRST(WS-RUL-IDX)
                       AND WS-EVT-OPERATOR(WS-EVT-FIRST)
                           = WS-EVT-OPERATOR(WS-EVT-SECOND)
                   SET WS-MATCH-FOUND TO TRUE
                   PERFORM REPORT-CONFLICT
               END-IF
           END-PERFORM.

       REPORT-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           ADD 1 TO WS-RUL-COUNT(WS-RUL-IDX)
           PERFORM TALLY-BY-OPERATOR
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-RUL-FIRST(WS-RUL-IDX) "/"
                   WS-RUL-SECOND(WS-RUL-IDX) "  "
                   WS-EVT-OPERATOR(WS-EVT-SECOND) "    "
                   WS-GROUP-KEY " "
                   WS-EVT-DATE(WS-EVT-FIRST) " "
                   WS-EVT-DATE(WS-EVT-SECOND) " "
                   WS-EVT-REF(WS-EVT-SECOND)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       TALLY-BY-OPERATOR.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                   UNTIL WS-OPC-IDX > WS-OPC-USED OR WS-SLOT-FOUND
               IF WS-OPC-ID(WS-OPC-IDX)
                       = WS-EVT-OPERATOR(WS-EVT-SECOND)
                   SET WS-SLOT-FOUND TO TRUE
                   ADD 1 TO WS-OPC-COUNT(WS-OPC-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-SLOT-FOUND AND WS-OPC-USED < 100
               ADD 1 TO WS-OPC-USED
               MOVE WS-EVT-OPERATOR(WS-EVT-SECOND)
                   TO WS-OPC-ID(WS-OPC-USED)
               MOVE 1 TO WS-OPC-COUNT(WS-OPC-USED)
           END-IF.

       RETURN-NEXT-SORTED.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Check-Pairs-Done.
           EXIT.

       Support-Section SECTION.
      * The rule table comes from sodrule.txt. On the very first run
      * the file does not exist yet, so the shop's starting rules are
      * written out and used.
       LOAD-RULES.
           MOVE ZERO TO WS-RUL-USED
           OPEN INPUT RuleFile
           IF WS-RULE-STATUS = "35"
               PERFORM WRITE-DEFAULT-RULES
               OPEN INPUT RuleFile
           END-IF
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "sodrule.txt could not be opened - status "
                       WS-RULE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE OR WS-RUL-USED >= 20
               READ RuleFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SOD-RULE-ACTIVE
                           ADD 1 TO WS-RUL-USED
                           MOVE SOD-FIRST
                               TO WS-RUL-FIRST(WS-RUL-USED)
                           MOVE SOD-SECOND
                               TO WS-RUL-SECOND(WS-RUL-USED)
                           MOVE SOD-DESCRIPTION
                               TO WS-RUL-DESCRIPTION(WS-RUL-USED)
                           MOVE ZERO TO WS-RUL-COUNT(WS-RUL-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RuleFile.

       WRITE-DEFAULT-RULES.
           OPEN OUTPUT RuleFile
           MOVE "ADD"     TO SOD-FIRST
           MOVE "FAPP"    TO SOD-SECOND
           MOVE "Y"       TO SOD-ACTIVE
           MOVE "Keyed an add and approved its high fee"
               TO SOD-DESCRIPTION
           WRITE SOD-RULE-RECORD
           MOVE "RRAI"    TO SOD-FIRST
           MOVE "RPAY"    TO SOD-SECOND
           MOVE "Y"       TO SOD-ACTIVE
           MOVE "Raised a refund and paid it" TO SOD-DESCRIPTION
           WRITE SOD-RULE-RECORD
           MOVE "WREQ"    TO SOD-FIRST
           MOVE "WDEC"    TO SOD-SECOND
           MOVE "Y"       TO SOD-ACTIVE
           MOVE "Requested a write-off and decided it"
               TO SOD-DESCRIPTION
           WRITE SOD-RULE-RECORD
           MOVE "PTAK"    TO SOD-FIRST
           MOVE "PREV"    TO SOD-SECOND
           MOVE "Y"       TO SOD-ACTIVE
           MOVE "Took a payment and reversed it" TO SOD-DESCRIPTION
           WRITE SOD-RULE-RECORD
           MOVE "PREQ"    TO SOD-FIRST
           MOVE "PDEC"    TO SOD-SECOND
           MOVE "Y"       TO SOD-ACTIVE
           MOVE "Requested an approval and decided it"
               TO SOD-DESCRIPTION
           WRITE SOD-RULE-RECORD
           CLOSE RuleFile
           DISPLAY "sodrule.txt not found - default rule table "
                   "written.".

       PRINT-TOTALS.
           PERFORM RPT-LINE
           MOVE "BY RULE    CONFLICTS" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RUL-USED
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-RUL-FIRST(WS-RUL-IDX) "/"
                       WS-RUL-SECOND(WS-RUL-IDX) "  "
                       WS-RUL-COUNT(WS-RUL-IDX) "  "
                       WS-RUL-DESCRIPTION(WS-RUL-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           PERFORM RPT-LINE
           MOVE "BY OPERATOR  CONFLICTS" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                   UNTIL WS-OPC-IDX > WS-OPC-USED
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  " WS-OPC-ID(WS-OPC-IDX) "      "
                       WS-OPC-COUNT(WS-OPC-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           IF WS-FILES-MISSING > ZERO
               PERFORM RPT-LINE
               STRING "WARNING: " WS-FILES-MISSING " of the five "
                       "files could not be read."
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           IF WS-EVENTS-DROPPED > ZERO
               PERFORM RPT-LINE
               STRING "WARNING: " WS-EVENTS-DROPPED " event(s) past "
                       "the 300 per ID were not checked."
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING "CONFLICTS  " WS-CONFLICT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

       RPT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-TOTAL.
           MOVE "TOTAL" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-CLOSE.
           MOVE "CLOSE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

       END PROGRAM S150.
