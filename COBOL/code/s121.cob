      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-24
      * Purpose: Collection-agency placements. A member S069 has sent
      *          the final notice and who still has not paid used to
      *          sit on the aging for ever. The Placement run (S027
      *          can run it as "echo P | ./s121") hands every active
      *          or lapsed registration whose final notice went out
      *          at least AGENCY-WAIT-DAYS ago, and whose balance -
      *          worked out the S069 way - is at least
      *          AGENCY-MIN-BALANCE, to the agency: one numbered
      *          placement (agyctl.txt counter) on agyplace.txt with
      *          the member's name and address from memdet.txt, the
      *          balance and the oldest unpaid charge date, a record
      *          on the placement ledger (agyled.txt, AGYREC), and
      *          DB-AGENCY-STATE set to placed (journaled, mode "G")
      *          so S069 sends no more letters and charges no more
      *          late fees. The Remittance import (supervisor) reads
      *          the agency's monthly file (AGENCY_REMIT_FILE,
      *          default agyremit.txt, AGYREM layout): what the
      *          member paid, net of the agency's commission, goes
      *          onto payment.txt as a numbered transfer receipt and
      *          the gross retires the member's open invoices; the
      *          commission is kept on the remittance history
      *          (agyrhist.txt) for S042 to post as an expense and
      *          S069 to net out of the aging. An account the agency
      *          settles is closed and released; one it recalls or
      *          gives up as uncollectable stays held and whatever
      *          is left of the placed balance is queued to S096 as
      *          a write-off request (reason AGCY). Lines that do not
      *          fit a placement are kept on the history as rejected
      *          with a reason. The Register report lists the
      *          placements through RPTWRT.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-02  rxz  The net money posted to payment.txt and the
      *                    commission the agency kept now both post to
      *                    the member's balance master (balmast.txt)
      *                    through BALUPD - the member paid the gross.
      *   2024-09-01  rxz  The agency write-off it queues carries a zero
      *                    WOF-CASE-NO - it is not a disputed balance.
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      *   2024-11-29  rxz  New receipts now clear PAY-REALLOC-REF so a
      *                    row never carries a reallocation reference it
      *                    was not written with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S121.

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

           SELECT AgencyLedgerFile ASSIGN TO "./../agyled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGY-STATUS.

           SELECT AgencyLedgerWorkFile ASSIGN TO "./../agywork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGW-STATUS.

           SELECT AgencyCtlFile ASSIGN TO "./../agyctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT AgencyPlacementFile ASSIGN TO "./../agyplace.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLC-STATUS.

           SELECT AgencyRemitInFile ASSIGN TO DYNAMIC WS-REMIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARI-STATUS.

           SELECT AgencyRemitFile ASSIGN TO "./../agyrhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARM-STATUS.

           SELECT DunningHistoryFile ASSIGN TO "./../dunhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUN-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

           SELECT WriteOffFile ASSIGN TO "./../woffled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOF-STATUS.

           SELECT ReceiptCtlFile ASSIGN TO "./../rcptctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-CTL-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT InvoiceWorkFile ASSIGN TO "./../invwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVW-STATUS.

           SELECT AuditFile ASSIGN TO "./../audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LockFile ASSIGN TO "./../dblock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  AgencyLedgerFile.
           COPY AGYREC.

       FD  AgencyLedgerWorkFile.
           COPY AGYREC REPLACING
               ==AGENCY-PLACEMENT-RECORD==
                   BY ==AGENCY-PLACEMENT-WORK-RECORD==
               LEADING ==AGY== BY ==AGW==.

       FD  AgencyCtlFile.
       01  AgencyCtlRec                 PIC 9(07).

      * The placement file the agency loads - one line per account
      * handed over, quoting the placement number it must send back
      * on every remittance line.
       FD  AgencyPlacementFile.
       01  AGENCY-PLACEMENT-LINE.
           05  PLC-PLACEMENT-NO         PIC 9(07).
           05  PLC-DB-ID                PIC X(20).
           05  PLC-NAME                 PIC X(30).
           05  PLC-ADDR-1               PIC X(30).
           05  PLC-ADDR-2               PIC X(30).
           05  PLC-ADDR-3               PIC X(30).
           05  PLC-PHONE                PIC X(15).
           05  PLC-CURRENCY             PIC X(03).
           05  PLC-BALANCE              PIC 9(09)V99.
           05  PLC-OLDEST-DATE          PIC 9(08).
           05  PLC-PLACED-DATE          PIC 9(08).

       FD  AgencyRemitInFile.
           COPY AGYREM REPLACING
               ==AGENCY-REMITTANCE-RECORD==
                   BY ==AGENCY-REMITTANCE-IN==
               LEADING ==ARM== BY ==ARI==.

       FD  AgencyRemitFile.
           COPY AGYREM.

       FD  DunningHistoryFile.
           COPY DUNREC.

       FD  PaymentFile.
           COPY PAYREC.

       FD  RefundFile.
           COPY REFREC.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  LateFeeFile.
           COPY LATREC.

       FD  WriteOffFile.
           COPY WOFREC.

       FD  ReceiptCtlFile.
       01  ReceiptCtlRec                PIC 9(07).

       FD  InvoiceFile.
           COPY INVREC.

       FD  InvoiceWorkFile.
           COPY INVREC REPLACING
               ==INVOICE-RECORD== BY ==INVOICE-WORK-RECORD==
               LEADING ==INV== BY ==IVW==.

       FD  AuditFile.
           COPY AUDITREC.

       FD  LockFile.
       01  LOCK-RECORD.
           05  LOCK-HOLDER-ID           PIC 9(05).
           05  LOCK-HOLDER-NAME         PIC X(30).
           05  LOCK-DATE                PIC 9(08).
           05  LOCK-TIME                PIC 9(06).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-REMIT-PATH                PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-AGY-STATUS                PIC XX.
       01  WS-AGW-STATUS                PIC XX.
       01  WS-CTL-STATUS                PIC XX.
       01  WS-PLC-STATUS                PIC XX.
       01  WS-ARI-STATUS                PIC XX.
       01  WS-ARM-STATUS                PIC XX.
       01  WS-DUN-STATUS                PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-LAT-STATUS                PIC XX.
       01  WS-WOF-STATUS                PIC XX.
       01  WS-RCPT-CTL-STATUS           PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-AGY-EOF-SWITCH            PIC X(01).
           88  WS-AGY-END-OF-FILE       VALUE "Y".
       01  WS-ARM-EOF-SWITCH            PIC X(01).
           88  WS-ARM-END-OF-FILE       VALUE "Y".
       01  WS-DUN-EOF-SWITCH            PIC X(01).
           88  WS-DUN-END-OF-FILE       VALUE "Y".
       01  WS-PAY-EOF-SWITCH            PIC X(01).
           88  WS-PAY-END-OF-FILE       VALUE "Y".
       01  WS-REF-EOF-SWITCH            PIC X(01).
           88  WS-REF-END-OF-FILE       VALUE "Y".
       01  WS-RNL-EOF-SWITCH            PIC X(01).
           88  WS-RNL-END-OF-FILE       VALUE "Y".
       01  WS-LAT-EOF-SWITCH            PIC X(01).
           88  WS-LAT-END-OF-FILE       VALUE "Y".
       01  WS-WOF-EOF-SWITCH            PIC X(01).
           88  WS-WOF-END-OF-FILE       VALUE "Y".
       01  WS-MEM-OPEN-SWITCH           PIC X(01).
           88  WS-MEM-OPEN              VALUE "Y".
       01  WS-ACTION                    PIC X(01).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-AGY-FILE-NAME    PIC X(20) VALUE "./../agyled.txt".
       01  WS-AGW-FILE-NAME    PIC X(20) VALUE "./../agywork.txt".
       01  WS-PLC-FILE-NAME    PIC X(20) VALUE "./../agyplace.txt".
       01  WS-AUD-BEFORE                PIC X(112).
       01  WS-AUD-AFTER                 PIC X(112).
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).
       01  WS-NEW-AGENCY-STATE          PIC X(01).

      * Placement run.
       01  WS-MIN-BALANCE               PIC 9(07)V99 VALUE 50.00.
       01  WS-MIN-BALANCE-DIGITS        PIC 9(09).
       01  WS-WAIT-DAYS                 PIC 9(03) VALUE 14.
       01  WS-NOTICE-DATE               PIC 9(08).
       01  WS-NOTICE-DAYS               PIC 9(05).
       01  WS-PLACEMENT-NO              PIC 9(07) VALUE ZERO.
       01  WS-SCAN-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-PLACED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-PLACED-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-BELOW-COUNT               PIC 9(05) VALUE ZERO.

      * Final notices already sent, loaded once up front - the S069
      * history-table habit.
       01  WS-FINAL-TABLE.
           05  WS-FIN OCCURS 500 TIMES.
               10  WS-FIN-ID            PIC X(20).
               10  WS-FIN-DATE          PIC 9(08).
       01  WS-FIN-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-FIN-DROPPED               PIC 9(05) VALUE ZERO.
       01  WS-FIN-IDX                   PIC 9(03).

      * The member's balance, worked out exactly the way S069 ages
      * it: dated charges oldest-first, retired FIFO by net
      * receipts, approved write-offs and agency commission.
       01  WS-RECEIPT-POOL              PIC S9(09)V99.
       01  WS-PAID-TOTAL                PIC 9(09)V99.
       01  WS-REFUND-TOTAL              PIC 9(09)V99.
       01  WS-WRITEOFF-TOTAL            PIC 9(09)V99.
       01  WS-COMMISSION-TOTAL          PIC 9(09)V99.
       01  WS-BALANCE-DUE               PIC S9(09)V99.
       01  WS-OLDEST-UNPAID-DATE        PIC 9(08).
       01  WS-CHARGE-TABLE.
           05  WS-CHG OCCURS 60 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-DATE          PIC 9(08).
               10  WS-CHG-AMOUNT        PIC 9(09)V99.
               10  WS-CHG-UNPAID        PIC 9(09)V99.
       01  WS-CHG-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CHG-DROPPED               PIC 9(03) VALUE ZERO.
       01  WS-SORT-I                    PIC 9(03).
       01  WS-SORT-J                    PIC 9(03).
       01  WS-SORT-SWAPPED              PIC X(01).
       01  WS-SWAP-CHARGE.
           05  WS-SWP-DATE              PIC 9(08).
           05  WS-SWP-AMOUNT            PIC 9(09)V99.
           05  WS-SWP-UNPAID            PIC 9(09)V99.

      * Remittance import. The agency's lines are loaded first and
      * then applied in one pass of the placement ledger, the S119
      * confirmation shape.
       01  WS-REMIT-TABLE.
           05  WS-RMT OCCURS 500 TIMES
                   INDEXED BY WS-RMT-IDX.
               10  WS-RMT-PLACEMENT-NO  PIC 9(07).
               10  WS-RMT-DB-ID         PIC X(20).
               10  WS-RMT-TYPE          PIC X(01).
               10  WS-RMT-DATE          PIC 9(08).
               10  WS-RMT-GROSS         PIC 9(09)V99.
               10  WS-RMT-COMMISSION    PIC 9(07)V99.
               10  WS-RMT-AGENCY-REF    PIC X(20).
               10  WS-RMT-APPLIED       PIC X(01).
       01  WS-REMIT-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-REJECT-REASON             PIC X(04).
       01  WS-NET-AMOUNT                PIC 9(09)V99.
       01  WS-SHORTFALL                 PIC 9(09)V99.
       01  WS-LAST-RECEIPT-NO           PIC 9(07) VALUE ZERO.
       01  WS-POSTED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-GROSS-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-NET-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-COMM-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-RETURNED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-WOF-QUEUED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-WOF-QUEUED-TOTAL          PIC 9(11)V99 VALUE ZERO.

      * Invoice-allocation plumbing, the S072 oldest-first shape -
      * the caller fills WS-INV-ALLOC-ID/-AMT and PERFORMs.
       01  WS-INV-STATUS          PIC XX.
       01  WS-INVW-STATUS         PIC XX.
       01  WS-INV-EOF-SWITCH      PIC X(01).
           88  WS-INV-END-OF-FILE VALUE "Y".
       01  WS-INV-ALLOC-ID        PIC X(20).
       01  WS-INV-ALLOC-AMT       PIC 9(09)V99.
       01  WS-INV-REMAINING       PIC 9(09)V99.
       01  WS-INV-PORTION         PIC 9(07)V99.
       01  WS-INV-SHORTFALL       PIC 9(07)V99.
       01  WS-INV-TOTAL-DUE       PIC 9(07)V99.
       01  WS-INV-ALLOC-COUNT     PIC 9(02).
       01  WS-INV-FILE-NAME       PIC X(20)
               VALUE "./../invmast.txt".
       01  WS-INVW-FILE-NAME      PIC X(20)
               VALUE "./../invwork.txt".
       01  WS-INV-DELETE-RESULT   PIC 9(09) COMP-5.
       01  WS-INV-RENAME-RESULT   PIC 9(09) COMP-5.

      * Register report totals.
       01  WS-RPT-COUNT                 PIC 9(05).
       01  WS-RPT-PLACED-TOTAL          PIC 9(11)V99.
       01  WS-RPT-RECOVERED-TOTAL       PIC 9(11)V99.
       01  WS-RPT-COMM-TOTAL            PIC 9(11)V99.
       01  WS-RPT-OPEN-COUNT            PIC 9(05).
       01  WS-RPT-BALANCE               PIC Z(08)9.99.
       01  WS-RPT-RECOVERED             PIC Z(08)9.99.

       01  WS-LOCK-STATUS               PIC XX.
       01  WS-LOCK-HELD-SWITCH          PIC X(01) VALUE "N".
           88  WS-LOCK-HELD             VALUE "Y".
       01  WS-LOCK-TRIES                PIC 9(02) VALUE ZERO.
       01  WS-LOCK-WAIT-SECONDS         PIC 9(09) COMP-5 VALUE 3.
       01  WS-LOCK-FILE-NAME            PIC X(20)
               VALUE "./../dblock.txt".
       01  WS-FILE-INFO                 PIC X(36).
       01  WS-LOCK-EXIST-RESULT         PIC 9(09) COMP-5.
       01  WS-LOCK-DELETE-RESULT        PIC 9(09) COMP-5.
       01  WS-LOCK-ENV-FLAG             PIC X(01).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S038 uses, so an age in days is a plain subtraction.
       01  WS-SER-DATE.
           05  WS-SER-YEAR        PIC 9(04).
           05  WS-SER-MONTH       PIC 9(02).
           05  WS-SER-DAY         PIC 9(02).
       01  WS-SER-RESULT          PIC 9(07).
       01  WS-SER-PRIOR-YEAR      PIC 9(04).
       01  WS-LEAP-QUOTIENT       PIC 9(04).
       01  WS-LEAP-REMAINDER      PIC 9(04).
       01  WS-LEAP-COUNT          PIC 9(05).
       01  WS-LEAP-BY-4           PIC 9(04).
       01  WS-LEAP-BY-100         PIC 9(04).
       01  WS-LEAP-BY-400         PIC 9(04).
       01  WS-SER-MONTH-IDX       PIC 9(02).
       01  MONTH-CUM-TABLE.
           05  FILLER PIC 9(03) VALUE 000.
           05  FILLER PIC 9(03) VALUE 031.
           05  FILLER PIC 9(03) VALUE 059.
           05  FILLER PIC 9(03) VALUE 090.
           05  FILLER PIC 9(03) VALUE 120.
           05  FILLER PIC 9(03) VALUE 151.
           05  FILLER PIC 9(03) VALUE 181.
           05  FILLER PIC 9(03) VALUE 212.
           05  FILLER PIC 9(03) VALUE 243.
           05  FILLER PIC 9(03) VALUE 273.
           05  FILLER PIC 9(03) VALUE 304.
           05  FILLER PIC 9(03) VALUE 334.
       01  MONTH-CUM-DAYS REDEFINES MONTH-CUM-TABLE.
           05  MONTH-CUM-ENTRY OCCURS 12 TIMES
                   INDEXED BY MONTH-CUM-IDX  PIC 9(03).

      * Shared report writer plumbing, the S016 pattern.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S121".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           DISPLAY "==================================================="
           DISPLAY "  S121 - COLLECTION AGENCY"
           DISPLAY "==================================================="
           DISPLAY "Action (P=Placement run, I=Remittance import, "
                   "R=Register report): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "P"
               WHEN "p"
                   PERFORM PLACEMENT-RUN
               WHEN "I"
               WHEN "i"
                   PERFORM REMITTANCE-IMPORT
               WHEN "R"
               WHEN "r"
                   PERFORM REGISTER-REPORT
               WHEN OTHER
                   DISPLAY "No such action."
           END-EVALUATE
           STOP RUN.

      * -- Placement run: unattended, like S070 - the thresholds
      * -- are site settings, not something keyed on the night.
       PLACEMENT-RUN.
           MOVE "AGENCY-MIN-BALANCE" TO WS-CFG-NAME
           MOVE "000005000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:9) IS NUMERIC
               MOVE WS-CFG-VALUE(1:9) TO WS-MIN-BALANCE-DIGITS
               COMPUTE WS-MIN-BALANCE = WS-MIN-BALANCE-DIGITS / 100
           END-IF
           MOVE "AGENCY-WAIT-DAYS" TO WS-CFG-NAME
           MOVE "014" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-WAIT-DAYS
           END-IF

           PERFORM LOAD-FINAL-NOTICES
           IF WS-FIN-COUNT = ZERO
               DISPLAY "No final notices on dunhist.txt - nothing "
                       "to place."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-PLACEMENT-NO
           OPEN INPUT AgencyCtlFile
           IF WS-CTL-STATUS = "00"
               READ AgencyCtlFile INTO WS-PLACEMENT-NO
               CLOSE AgencyCtlFile
           END-IF

           PERFORM ACQUIRE-DATABASE-LOCK
           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - no placement run."
               PERFORM RELEASE-DATABASE-LOCK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AgencyPlacementFile
           IF WS-PLC-STATUS NOT = "00"
               DISPLAY "agyplace.txt could not be opened - status "
                       WS-PLC-STATUS " - no placement run."
               CLOSE DatabaseFile
               PERFORM RELEASE-DATABASE-LOCK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AgencyLedgerFile
           IF WS-AGY-STATUS = "35"
               OPEN OUTPUT AgencyLedgerFile
           END-IF
           IF WS-AGY-STATUS NOT = "00"
               DISPLAY "agyled.txt could not be opened - status "
                       WS-AGY-STATUS " - no placement run."
               CLOSE AgencyPlacementFile
               CALL "CBL_DELETE_FILE" USING WS-PLC-FILE-NAME
                       RETURNING WS-DEL-RESULT
               CLOSE DatabaseFile
               PERFORM RELEASE-DATABASE-LOCK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MEM-OPEN-SWITCH
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-OPEN TO TRUE
           END-IF

           MOVE "s121" TO WS-RPT-ID
           MOVE "COLLECTION AGENCY PLACEMENTS" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Minimum balance " WS-MIN-BALANCE
                   "   days after final notice " WS-WAIT-DAYS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "PLACED  ID                   CCY      BALANCE "
                   "OLDEST   NOTICE" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RECORD
           PERFORM PLACE-IF-DUE UNTIL WS-END-OF-FILE

           IF WS-MEM-OPEN
               CLOSE MemberDetailsFile
           END-IF
           CLOSE AgencyLedgerFile
           CLOSE AgencyPlacementFile
           CLOSE DatabaseFile
           PERFORM RELEASE-DATABASE-LOCK

           IF WS-PLACED-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-PLC-FILE-NAME
                       RETURNING WS-DEL-RESULT
           ELSE
               OPEN OUTPUT AgencyCtlFile
               MOVE WS-PLACEMENT-NO TO AgencyCtlRec
               WRITE AgencyCtlRec
               CLOSE AgencyCtlFile
           END-IF

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Registrations past a final notice: "
                   WS-SCAN-COUNT "   below the minimum: "
                   WS-BELOW-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Placed with the agency: " WS-PLACED-COUNT
                   "   total " WS-PLACED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           IF WS-PLACED-COUNT = ZERO
               DISPLAY "No balances due for placement - no "
                       "placement file written."
           ELSE
               DISPLAY "Placed " WS-PLACED-COUNT " account(s), total "
                       WS-PLACED-TOTAL " - agency file agyplace.txt"
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Agency placement run: " WS-PLACED-COUNT
                   " account(s) placed, total " WS-PLACED-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Stage-3 rows only - the stage S069 sends last. Stages only
      * move forward, so a member has at most one.
       LOAD-FINAL-NOTICES.
           MOVE ZERO TO WS-FIN-COUNT
           MOVE "N" TO WS-DUN-EOF-SWITCH
           OPEN INPUT DunningHistoryFile
           IF WS-DUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL WS-DUN-END-OF-FILE
               IF DUN-STAGE-FINAL
                   IF WS-FIN-COUNT < 500
                       ADD 1 TO WS-FIN-COUNT
                       MOVE DUN-DB-ID TO WS-FIN-ID(WS-FIN-COUNT)
                       MOVE DUN-SENT-DATE
                               TO WS-FIN-DATE(WS-FIN-COUNT)
                   ELSE
                       ADD 1 TO WS-FIN-DROPPED
                   END-IF
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE DunningHistoryFile
           IF WS-FIN-DROPPED > ZERO
               DISPLAY "WARNING: " WS-FIN-DROPPED " final notice(s) "
                       "did not fit the 500-row table - those "
                       "members wait for a later run."
           END-IF.

      * A registration still owing, not already with the agency, whose
      * final notice is at least the waiting period old, and whose
      * balance reaches the floor, is placed.
       PLACE-IF-DUE.
           IF DB-LAYOUT-CURRENT
                   AND (DB-STATUS-ACTIVE OR DB-STATUS-LAPSED)
                   AND NOT DB-AGENCY-HELD
               MOVE DB-ID TO WS-WORK-ID
               PERFORM FIND-FINAL-NOTICE
               IF WS-NOTICE-DATE > ZERO
                   MOVE WS-NOTICE-DATE TO WS-SER-DATE
                   PERFORM COMPUTE-DAY-SERIAL
                   IF WS-TODAY-SERIAL > WS-SER-RESULT
                       COMPUTE WS-NOTICE-DAYS
                               = WS-TODAY-SERIAL - WS-SER-RESULT
                   ELSE
                       MOVE ZERO TO WS-NOTICE-DAYS
                   END-IF
                   IF WS-NOTICE-DAYS >= WS-WAIT-DAYS
                       ADD 1 TO WS-SCAN-COUNT
                       PERFORM COMPUTE-MEMBER-BALANCE
                       IF WS-BALANCE-DUE >= WS-MIN-BALANCE
                               AND WS-BALANCE-DUE > ZERO
                           PERFORM PLACE-THIS-REGISTRATION
                       ELSE
                           ADD 1 TO WS-BELOW-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-RECORD.

       FIND-FINAL-NOTICE.
           MOVE ZERO TO WS-NOTICE-DATE
           PERFORM VARYING WS-FIN-IDX FROM 1 BY 1
                   UNTIL WS-FIN-IDX > WS-FIN-COUNT
               IF WS-FIN-ID(WS-FIN-IDX) = WS-WORK-ID
                       AND WS-FIN-DATE(WS-FIN-IDX) > WS-NOTICE-DATE
                   MOVE WS-FIN-DATE(WS-FIN-IDX) TO WS-NOTICE-DATE
               END-IF
           END-PERFORM.

      * The placement line, the ledger record, and the held flag on
      * the registration with its before/after journaled.
       PLACE-THIS-REGISTRATION.
           ADD 1 TO WS-PLACEMENT-NO
           MOVE SPACES TO AGENCY-PLACEMENT-LINE
           MOVE WS-PLACEMENT-NO        TO PLC-PLACEMENT-NO
           MOVE DB-ID                  TO PLC-DB-ID
           IF WS-MEM-OPEN
               MOVE DB-ID TO MEM-DB-ID
               READ MemberDetailsFile KEY IS MEM-DB-ID
                   NOT INVALID KEY
                       MOVE MEM-NAME   TO PLC-NAME
                       MOVE MEM-ADDR-1 TO PLC-ADDR-1
                       MOVE MEM-ADDR-2 TO PLC-ADDR-2
                       MOVE MEM-ADDR-3 TO PLC-ADDR-3
                       MOVE MEM-PHONE  TO PLC-PHONE
               END-READ
           END-IF
           IF PLC-NAME = SPACES
               DISPLAY "WARNING: no member details for " DB-ID
                       " - placed without a name and address."
           END-IF
           MOVE DB-CURRENCY            TO PLC-CURRENCY
           MOVE WS-BALANCE-DUE         TO PLC-BALANCE
           MOVE WS-OLDEST-UNPAID-DATE  TO PLC-OLDEST-DATE
           MOVE WS-TODAY-DATE          TO PLC-PLACED-DATE
           WRITE AGENCY-PLACEMENT-LINE
           IF WS-PLC-STATUS NOT = "00"
               DISPLAY "WRITE to agyplace.txt failed for " DB-ID
                       " - status " WS-PLC-STATUS " - not placed."
               SUBTRACT 1 FROM WS-PLACEMENT-NO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PLACEMENT-NO        TO AGY-PLACEMENT-NO
           MOVE DB-ID                  TO AGY-DB-ID
           SET AGY-STATE-PLACED        TO TRUE
           MOVE WS-TODAY-DATE          TO AGY-PLACED-DATE
           MOVE WS-BALANCE-DUE         TO AGY-BALANCE
           MOVE WS-OLDEST-UNPAID-DATE  TO AGY-OLDEST-DATE
           MOVE DB-CURRENCY            TO AGY-CURRENCY
           MOVE DB-BRANCH              TO AGY-BRANCH
           MOVE ZERO                   TO AGY-RECOVERED
           MOVE ZERO                   TO AGY-COMMISSION
           MOVE ZERO                   TO AGY-CLOSED-DATE
           MOVE SPACES                 TO AGY-RETURN-REASON
           WRITE AGENCY-PLACEMENT-RECORD
           IF WS-AGY-STATUS NOT = "00"
               DISPLAY "WRITE to agyled.txt failed for " DB-ID
                       " - status " WS-AGY-STATUS
                       " - placement " WS-PLACEMENT-NO
                       " must be entered by hand."
           END-IF

           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           SET DB-AGENCY-PLACED TO TRUE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Placed flag on ID " DB-ID " failed - status "
                       WS-FILE-STATUS " - S069 will keep dunning it."
           ELSE
               MOVE DATABASE-RECORD TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           ADD 1 TO WS-PLACED-COUNT
           ADD WS-BALANCE-DUE TO WS-PLACED-TOTAL
           MOVE WS-BALANCE-DUE TO WS-RPT-BALANCE
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-PLACEMENT-NO " " DB-ID " " DB-CURRENCY " "
                   WS-RPT-BALANCE " " WS-OLDEST-UNPAID-DATE " "
                   WS-NOTICE-DATE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * -- The balance the S069 way, with the oldest charge date
      * -- still carrying an unpaid remainder.
       COMPUTE-MEMBER-BALANCE.
           PERFORM GATHER-CHARGES
           PERFORM SUM-RECEIPTS
           MOVE ZERO TO WS-BALANCE-DUE
           MOVE ZERO TO WS-OLDEST-UNPAID-DATE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-RECEIPT-POOL >= WS-CHG-AMOUNT(WS-CHG-IDX)
                   MOVE ZERO TO WS-CHG-UNPAID(WS-CHG-IDX)
                   SUBTRACT WS-CHG-AMOUNT(WS-CHG-IDX)
                           FROM WS-RECEIPT-POOL
               ELSE
                   IF WS-RECEIPT-POOL > ZERO
                       COMPUTE WS-CHG-UNPAID(WS-CHG-IDX)
                               = WS-CHG-AMOUNT(WS-CHG-IDX)
                               - WS-RECEIPT-POOL
                       MOVE ZERO TO WS-RECEIPT-POOL
                   ELSE
                       MOVE WS-CHG-AMOUNT(WS-CHG-IDX)
                               TO WS-CHG-UNPAID(WS-CHG-IDX)
                   END-IF
                   ADD WS-CHG-UNPAID(WS-CHG-IDX) TO WS-BALANCE-DUE
                   IF WS-OLDEST-UNPAID-DATE = ZERO
                           AND WS-CHG-UNPAID(WS-CHG-IDX) > ZERO
                       MOVE WS-CHG-DATE(WS-CHG-IDX)
                               TO WS-OLDEST-UNPAID-DATE
                   END-IF
               END-IF
           END-PERFORM.

       GATHER-CHARGES.
           MOVE ZERO TO WS-CHG-COUNT
           IF DB-FEE > ZERO
               MOVE 1 TO WS-CHG-COUNT
               SET WS-CHG-IDX TO 1
               MOVE DB-REG-DATE TO WS-CHG-DATE(WS-CHG-IDX)
               MOVE DB-FEE      TO WS-CHG-AMOUNT(WS-CHG-IDX)
           END-IF
           MOVE "N" TO WS-RNL-EOF-SWITCH
           OPEN INPUT RenewalLedgerFile
           IF WS-RNL-STATUS = "00"
               PERFORM READ-NEXT-RENEWAL
               PERFORM UNTIL WS-RNL-END-OF-FILE
                   IF RNL-DB-ID = WS-WORK-ID
                       IF WS-CHG-COUNT >= 60
                           ADD 1 TO WS-CHG-DROPPED
                       ELSE
                           ADD 1 TO WS-CHG-COUNT
                           SET WS-CHG-IDX TO WS-CHG-COUNT
                           MOVE RNL-DATE TO WS-CHG-DATE(WS-CHG-IDX)
                           MOVE RNL-FEE
                                   TO WS-CHG-AMOUNT(WS-CHG-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-RENEWAL
               END-PERFORM
               CLOSE RenewalLedgerFile
           END-IF
           MOVE "N" TO WS-LAT-EOF-SWITCH
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS = "00"
               PERFORM READ-NEXT-LATE-FEE
               PERFORM UNTIL WS-LAT-END-OF-FILE
                   IF LAT-DB-ID = WS-WORK-ID AND LAT-STATE-CHARGED
                       IF WS-CHG-COUNT >= 60
                           ADD 1 TO WS-CHG-DROPPED
                       ELSE
                           ADD 1 TO WS-CHG-COUNT
                           SET WS-CHG-IDX TO WS-CHG-COUNT
                           MOVE LAT-DATE TO WS-CHG-DATE(WS-CHG-IDX)
                           MOVE LAT-FEE
                                   TO WS-CHG-AMOUNT(WS-CHG-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-LATE-FEE
               END-PERFORM
               CLOSE LateFeeFile
           END-IF
           IF WS-CHG-DROPPED > ZERO
               DISPLAY "WARNING: " WS-CHG-DROPPED " charge(s) for "
                       WS-WORK-ID " did not fit the 60-slot table "
                       "- the balance placed is understated."
               MOVE ZERO TO WS-CHG-DROPPED
           END-IF
           PERFORM SORT-CHARGES-OLDEST-FIRST.

       SORT-CHARGES-OLDEST-FIRST.
           IF WS-CHG-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SORT-SWAPPED
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I >= WS-CHG-COUNT
                   COMPUTE WS-SORT-J = WS-SORT-I + 1
                   IF WS-CHG-DATE(WS-SORT-J)
                           < WS-CHG-DATE(WS-SORT-I)
                       MOVE WS-CHG(WS-SORT-I) TO WS-SWAP-CHARGE
                       MOVE WS-CHG(WS-SORT-J) TO WS-CHG(WS-SORT-I)
                       MOVE WS-SWAP-CHARGE    TO WS-CHG(WS-SORT-J)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       SUM-RECEIPTS.
           MOVE ZERO TO WS-PAID-TOTAL
           MOVE "N" TO WS-PAY-EOF-SWITCH
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS = "00"
               PERFORM READ-NEXT-PAYMENT
               PERFORM UNTIL WS-PAY-END-OF-FILE
                   IF PAY-DB-ID = WS-WORK-ID
                       IF PAY-REVERSING
                           SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
                       ELSE
                           ADD PAY-AMOUNT TO WS-PAID-TOTAL
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-PAYMENT
               END-PERFORM
               CLOSE PaymentFile
           END-IF
           MOVE ZERO TO WS-REFUND-TOTAL
           MOVE "N" TO WS-REF-EOF-SWITCH
           OPEN INPUT RefundFile
           IF WS-REF-STATUS = "00"
               PERFORM READ-NEXT-REFUND
               PERFORM UNTIL WS-REF-END-OF-FILE
                   IF REF-DB-ID = WS-WORK-ID AND REF-STATE-PAID
                       ADD REF-AMOUNT TO WS-REFUND-TOTAL
                   END-IF
                   PERFORM READ-NEXT-REFUND
               END-PERFORM
               CLOSE RefundFile
           END-IF
           MOVE ZERO TO WS-WRITEOFF-TOTAL
           MOVE "N" TO WS-WOF-EOF-SWITCH
           OPEN INPUT WriteOffFile
           IF WS-WOF-STATUS = "00"
               PERFORM READ-NEXT-WRITEOFF
               PERFORM UNTIL WS-WOF-END-OF-FILE
                   IF WOF-DB-ID = WS-WORK-ID AND WOF-STATE-APPROVED
                       ADD WOF-AMOUNT TO WS-WRITEOFF-TOTAL
                   END-IF
                   PERFORM READ-NEXT-WRITEOFF
               END-PERFORM
               CLOSE WriteOffFile
           END-IF
      *    A member placed before, settled and back in arrears has
      *    commission on file from the earlier placement.
           MOVE ZERO TO WS-COMMISSION-TOTAL
           MOVE "N" TO WS-ARM-EOF-SWITCH
           OPEN INPUT AgencyRemitFile
           IF WS-ARM-STATUS = "00"
               PERFORM READ-NEXT-REMITTANCE
               PERFORM UNTIL WS-ARM-END-OF-FILE
                   IF ARM-DB-ID = WS-WORK-ID AND ARM-RESULT-POSTED
                       ADD ARM-COMMISSION TO WS-COMMISSION-TOTAL
                   END-IF
                   PERFORM READ-NEXT-REMITTANCE
               END-PERFORM
               CLOSE AgencyRemitFile
           END-IF
           COMPUTE WS-RECEIPT-POOL
                   = WS-PAID-TOTAL - WS-REFUND-TOTAL
                   + WS-WRITEOFF-TOTAL + WS-COMMISSION-TOTAL.

      * -- Remittance import: the agency's answer moves members'
      * -- money, so only a supervisor profile may run it.
       REMITTANCE-IMPORT.
           CALL "BIZDATE" USING WS-BUSDATE WS-BUSDATE-STATE
           IF WS-BUSDATE-STATE = "C"
               DISPLAY "Day-end is in flight - import refused "
                       "until S088 advances the business date."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM INITIALIZE-REMIT-PATH
           PERFORM LOAD-REMITTANCES
           IF WS-REMIT-COUNT = ZERO
               DISPLAY "No agency remittance lines to import."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AgencyRemitFile
           IF WS-ARM-STATUS = "35"
               OPEN OUTPUT AgencyRemitFile
           END-IF
           IF WS-ARM-STATUS NOT = "00"
               DISPLAY "agyrhist.txt could not be opened - status "
                       WS-ARM-STATUS " - nothing imported."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-DATABASE-LOCK
           OPEN I-O DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - nothing imported."
               CLOSE AgencyRemitFile
               PERFORM RELEASE-DATABASE-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-TO-PLACEMENTS

      *    Whatever found no placement is kept, rejected, so the
      *    agency can be asked about it.
           PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                   UNTIL WS-RMT-IDX > WS-REMIT-COUNT
               IF WS-RMT-APPLIED(WS-RMT-IDX) = "N"
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE
               END-IF
           END-PERFORM

           CLOSE DatabaseFile
           PERFORM RELEASE-DATABASE-LOCK
           CLOSE AgencyRemitFile

           DISPLAY "==================================================="
           DISPLAY "  AGENCY REMITTANCE IMPORT - " WS-BUSDATE
           DISPLAY "==================================================="
           DISPLAY "Lines posted              : " WS-POSTED-COUNT
           DISPLAY "Gross collected           : " WS-GROSS-TOTAL
           DISPLAY "Commission kept by agency : " WS-COMM-TOTAL
           DISPLAY "Net received              : " WS-NET-TOTAL
           DISPLAY "Placements settled        : " WS-CLOSED-COUNT
           DISPLAY "Placements handed back    : " WS-RETURNED-COUNT
           DISPLAY "Write-offs queued (S096)  : " WS-WOF-QUEUED-COUNT
           DISPLAY "Write-off amount queued   : " WS-WOF-QUEUED-TOTAL
           DISPLAY "Lines rejected            : " WS-REJECTED-COUNT
           DISPLAY "==================================================="
           IF WS-NET-TOTAL > ZERO
               DISPLAY "The agency's transfer of the net will park "
                       "in S072 suspense - dismiss it in S073."
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Agency remittance: " WS-POSTED-COUNT
                   " posted, " WS-REJECTED-COUNT " rejected, "
                   WS-WOF-QUEUED-COUNT " write-off(s) queued"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       LOAD-REMITTANCES.
           MOVE ZERO TO WS-REMIT-COUNT
           OPEN INPUT AgencyRemitInFile
           IF WS-ARI-STATUS NOT = "00"
               DISPLAY "Agency remittance file " WS-REMIT-PATH
                       " could not be opened - status "
                       WS-ARI-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REMIT-IN
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-REMIT-COUNT >= 500
                   DISPLAY "More than 500 remittance lines - the "
                           "rest wait for the next import."
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-REMIT-COUNT
                   SET WS-RMT-IDX TO WS-REMIT-COUNT
                   MOVE ARI-PLACEMENT-NO
                       TO WS-RMT-PLACEMENT-NO(WS-RMT-IDX)
                   MOVE ARI-DB-ID TO WS-RMT-DB-ID(WS-RMT-IDX)
                   MOVE ARI-TYPE  TO WS-RMT-TYPE(WS-RMT-IDX)
                   MOVE ARI-DATE  TO WS-RMT-DATE(WS-RMT-IDX)
                   MOVE ARI-GROSS TO WS-RMT-GROSS(WS-RMT-IDX)
                   MOVE ARI-COMMISSION
                       TO WS-RMT-COMMISSION(WS-RMT-IDX)
                   MOVE ARI-AGENCY-REF
                       TO WS-RMT-AGENCY-REF(WS-RMT-IDX)
                   MOVE "N" TO WS-RMT-APPLIED(WS-RMT-IDX)
                   PERFORM READ-NEXT-REMIT-IN
               END-IF
           END-PERFORM
           CLOSE AgencyRemitInFile.

      * One pass of the placement ledger through the work file; each
      * placement takes its remittance lines in the order the agency
      * sent them, so a collection followed by a settlement lands in
      * that order.
       APPLY-TO-PLACEMENTS.
           OPEN INPUT AgencyLedgerFile
           IF WS-AGY-STATUS NOT = "00"
               DISPLAY "agyled.txt could not be opened - status "
                       WS-AGY-STATUS " - no placements to apply to."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AgencyLedgerWorkFile
           IF WS-AGW-STATUS NOT = "00"
               DISPLAY "agywork.txt could not be opened - status "
                       WS-AGW-STATUS " - nothing imported."
               CLOSE AgencyLedgerFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AGY-EOF-SWITCH
           PERFORM READ-NEXT-PLACEMENT
           PERFORM UNTIL WS-AGY-END-OF-FILE
               PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                       UNTIL WS-RMT-IDX > WS-REMIT-COUNT
                   IF WS-RMT-PLACEMENT-NO(WS-RMT-IDX)
                           = AGY-PLACEMENT-NO
                           AND WS-RMT-APPLIED(WS-RMT-IDX) = "N"
                       PERFORM APPLY-ONE-REMITTANCE
                       MOVE "Y" TO WS-RMT-APPLIED(WS-RMT-IDX)
                   END-IF
               END-PERFORM
               MOVE AGENCY-PLACEMENT-RECORD
                       TO AGENCY-PLACEMENT-WORK-RECORD
               WRITE AGENCY-PLACEMENT-WORK-RECORD
               PERFORM READ-NEXT-PLACEMENT
           END-PERFORM
           CLOSE AgencyLedgerWorkFile
           CLOSE AgencyLedgerFile
           CALL "CBL_DELETE_FILE" USING WS-AGY-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-AGW-FILE-NAME
                   WS-AGY-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated placements are at "
                       "agywork.txt; restore them by hand."
           END-IF.

      * A line must name the placement's own registration, the
      * placement must still be with the agency, and the agency
      * cannot keep more than the member paid.
       APPLY-ONE-REMITTANCE.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-RMT-DB-ID(WS-RMT-IDX) NOT = AGY-DB-ID
                   MOVE "IDMM" TO WS-REJECT-REASON
               WHEN NOT AGY-STATE-PLACED
                   MOVE "CLSD" TO WS-REJECT-REASON
               WHEN WS-RMT-TYPE(WS-RMT-IDX) NOT = "C"
                       AND WS-RMT-TYPE(WS-RMT-IDX) NOT = "F"
                       AND WS-RMT-TYPE(WS-RMT-IDX) NOT = "R"
                       AND WS-RMT-TYPE(WS-RMT-IDX) NOT = "U"
                   MOVE "TYPE" TO WS-REJECT-REASON
               WHEN WS-RMT-COMMISSION(WS-RMT-IDX)
                       > WS-RMT-GROSS(WS-RMT-IDX)
                   MOVE "COMM" TO WS-REJECT-REASON
               WHEN WS-RMT-TYPE(WS-RMT-IDX) = "C"
                       AND WS-RMT-GROSS(WS-RMT-IDX) = ZERO
                   MOVE "AMNT" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REMITTANCE
               EXIT PARAGRAPH
           END-IF

           PERFORM MOVE-REMIT-TO-HISTORY
           MOVE ZERO TO ARM-RECEIPT-NO
           COMPUTE WS-NET-AMOUNT = WS-RMT-GROSS(WS-RMT-IDX)
                   - WS-RMT-COMMISSION(WS-RMT-IDX)
           MOVE WS-NET-AMOUNT TO ARM-NET
           IF WS-RMT-GROSS(WS-RMT-IDX) > ZERO
               PERFORM POST-AGENCY-COLLECTION
           END-IF
           SET ARM-RESULT-POSTED TO TRUE
           MOVE SPACES TO ARM-REJECT-REASON
           WRITE AGENCY-REMITTANCE-RECORD
           IF WS-ARM-STATUS NOT = "00"
               DISPLAY "WRITE to agyrhist.txt failed for placement "
                       AGY-PLACEMENT-NO " - status " WS-ARM-STATUS
                       " - commission " ARM-COMMISSION
                       " must be entered by hand."
           ELSE
      *        The commission retires the balance like a receipt.
               MOVE "PAYMENT"      TO WS-BAL-KIND
               MOVE ARM-DB-ID      TO WS-BAL-DB-ID
               MOVE ARM-COMMISSION TO WS-BAL-AMOUNT
               CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                       WS-BAL-AMOUNT
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-RMT-GROSS(WS-RMT-IDX) TO WS-GROSS-TOTAL
           ADD WS-RMT-COMMISSION(WS-RMT-IDX) TO WS-COMM-TOTAL
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL
           ADD WS-RMT-GROSS(WS-RMT-IDX) TO AGY-RECOVERED
           ADD WS-RMT-COMMISSION(WS-RMT-IDX) TO AGY-COMMISSION

           EVALUATE WS-RMT-TYPE(WS-RMT-IDX)
               WHEN "F"
                   SET AGY-STATE-CLOSED TO TRUE
                   MOVE WS-BUSDATE TO AGY-CLOSED-DATE
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE SPACE TO WS-NEW-AGENCY-STATE
                   PERFORM SET-REGISTRATION-AGENCY-STATE
                   PERFORM QUEUE-AGENCY-WRITEOFF
               WHEN "R"
               WHEN "U"
                   SET AGY-STATE-RETURNED TO TRUE
                   MOVE WS-RMT-TYPE(WS-RMT-IDX) TO AGY-RETURN-REASON
                   MOVE WS-BUSDATE TO AGY-CLOSED-DATE
                   ADD 1 TO WS-RETURNED-COUNT
                   MOVE "R" TO WS-NEW-AGENCY-STATE
                   PERFORM SET-REGISTRATION-AGENCY-STATE
                   PERFORM QUEUE-AGENCY-WRITEOFF
           END-EVALUATE
           DISPLAY "Placement " AGY-PLACEMENT-NO " " AGY-DB-ID
                   " type " WS-RMT-TYPE(WS-RMT-IDX) " gross "
                   WS-RMT-GROSS(WS-RMT-IDX) " net " WS-NET-AMOUNT.

      * What the member paid reaches us net of commission: a numbered
      * transfer receipt for the net on payment.txt, the S072 shape.
      * The gross retires the open invoices - the member paid it
      * all, the commission is ours to bear.
       POST-AGENCY-COLLECTION.
           IF WS-NET-AMOUNT > ZERO
               OPEN EXTEND PaymentFile
               IF WS-PAY-STATUS = "35"
                   OPEN OUTPUT PaymentFile
               END-IF
               IF WS-PAY-STATUS NOT = "00"
                   DISPLAY "payment.txt could not be opened - status "
                           WS-PAY-STATUS " - net " WS-NET-AMOUNT
                           " for " AGY-DB-ID " must be entered by "
                           "hand."
               ELSE
                   MOVE AGY-DB-ID     TO PAY-DB-ID
                   MOVE WS-NET-AMOUNT TO PAY-AMOUNT
                   MOVE WS-BUSDATE    TO PAY-DATE
                   ACCEPT PAY-TIME FROM TIME
                   MOVE WS-SIGNON-ID  TO PAY-OPERATOR
                   PERFORM ASSIGN-NEXT-RECEIPT-NO
                   MOVE WS-LAST-RECEIPT-NO TO PAY-RECEIPT-NO
                   MOVE WS-LAST-RECEIPT-NO TO ARM-RECEIPT-NO
                   MOVE AGY-BRANCH    TO PAY-BRANCH
                   SET PAY-METHOD-TRANSFER TO TRUE
                   MOVE SPACES        TO PAY-CHEQUE-NO
                   MOVE SPACES        TO PAY-DRAWER
                   STRING "AGENCY PLACEMENT " AGY-PLACEMENT-NO
                           DELIMITED BY SIZE INTO PAY-DRAWER
                   MOVE "P"           TO PAY-TYPE
                   MOVE ZERO          TO PAY-REALLOC-REF
                   WRITE PAYMENT-RECORD
                   IF WS-PAY-STATUS NOT = "00"
                       DISPLAY "WRITE to payment.txt failed for "
                               AGY-DB-ID " - status " WS-PAY-STATUS
                   ELSE
                       PERFORM POST-PAYMENT-TO-BALANCE
                   END-IF
                   CLOSE PaymentFile
               END-IF
           END-IF
           MOVE AGY-DB-ID                TO WS-INV-ALLOC-ID
           MOVE WS-RMT-GROSS(WS-RMT-IDX) TO WS-INV-ALLOC-AMT
           PERFORM ALLOCATE-TO-INVOICES.

       MOVE-REMIT-TO-HISTORY.
           MOVE WS-RMT-PLACEMENT-NO(WS-RMT-IDX) TO ARM-PLACEMENT-NO
           MOVE WS-RMT-DB-ID(WS-RMT-IDX)        TO ARM-DB-ID
           MOVE WS-RMT-TYPE(WS-RMT-IDX)         TO ARM-TYPE
           MOVE WS-RMT-DATE(WS-RMT-IDX)         TO ARM-DATE
           MOVE WS-RMT-GROSS(WS-RMT-IDX)        TO ARM-GROSS
           MOVE WS-RMT-COMMISSION(WS-RMT-IDX)   TO ARM-COMMISSION
           MOVE WS-RMT-AGENCY-REF(WS-RMT-IDX)   TO ARM-AGENCY-REF
           MOVE WS-BUSDATE                      TO ARM-POSTED-DATE.

      * Kept on the history with the reason, never posted: NFND no
      * such placement, IDMM placement is for another registration,
      * CLSD placement already settled or handed back, TYPE unknown
      * line type, COMM commission above the gross, AMNT a
      * collection of nothing.
       REJECT-REMITTANCE.
           PERFORM MOVE-REMIT-TO-HISTORY
           MOVE ZERO TO ARM-NET
           MOVE ZERO TO ARM-RECEIPT-NO
           SET ARM-RESULT-REJECTED TO TRUE
           MOVE WS-REJECT-REASON TO ARM-REJECT-REASON
           WRITE AGENCY-REMITTANCE-RECORD
           IF WS-ARM-STATUS NOT = "00"
               DISPLAY "WRITE to agyrhist.txt failed - status "
                       WS-ARM-STATUS
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "Rejected placement "
                   WS-RMT-PLACEMENT-NO(WS-RMT-IDX) " "
                   WS-RMT-DB-ID(WS-RMT-IDX) " - reason "
                   WS-REJECT-REASON.

      * Whatever the agency did not recover of the balance it was
      * given goes to S096 for the ordinary write-off review.
       QUEUE-AGENCY-WRITEOFF.
           IF AGY-BALANCE <= AGY-RECOVERED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHORTFALL = AGY-BALANCE - AGY-RECOVERED
           OPEN EXTEND WriteOffFile
           IF WS-WOF-STATUS = "35"
               OPEN OUTPUT WriteOffFile
           END-IF
           IF WS-WOF-STATUS NOT = "00"
               DISPLAY "woffled.txt could not be opened - status "
                       WS-WOF-STATUS " - write-off of " WS-SHORTFALL
                       " for " AGY-DB-ID " NOT queued."
               EXIT PARAGRAPH
           END-IF
           SET WOF-STATE-PENDING TO TRUE
           MOVE AGY-DB-ID       TO WOF-DB-ID
           MOVE WS-SHORTFALL    TO WOF-AMOUNT
           SET WOF-REASON-AGENCY TO TRUE
           MOVE WS-BUSDATE      TO WOF-REQ-DATE
           MOVE ZERO            TO WOF-REQ-BY
           MOVE ZERO            TO WOF-DEC-BY
           MOVE ZERO            TO WOF-DEC-DATE
           MOVE ZERO            TO WOF-CASE-NO
           WRITE WRITE-OFF-RECORD
           IF WS-WOF-STATUS NOT = "00"
               DISPLAY "WRITE to woffled.txt failed - status "
                       WS-WOF-STATUS
           ELSE
               ADD 1 TO WS-WOF-QUEUED-COUNT
               ADD WS-SHORTFALL TO WS-WOF-QUEUED-TOTAL
           END-IF
           CLOSE WriteOffFile.

      * WS-NEW-AGENCY-STATE onto the placement's registration, the
      * before/after journaled as mode "G".
       SET-REGISTRATION-AGENCY-STATE.
           MOVE AGY-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "Registration " AGY-DB-ID " not on file - "
                           "agency state not changed."
                   EXIT PARAGRAPH
           END-READ
           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           MOVE WS-NEW-AGENCY-STATE TO DB-AGENCY-STATE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Agency state on ID " DB-ID " failed - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

      * Same persistent counter the desk draws from, so agency money
      * and counter money share one unbroken receipt sequence.
      * The payment row just written moves the member's balance
      * master - a reversing row takes the money back off.
       POST-PAYMENT-TO-BALANCE.
           MOVE "PAYMENT"  TO WS-BAL-KIND
           MOVE PAY-DB-ID  TO WS-BAL-DB-ID
           IF PAY-REVERSING
               COMPUTE WS-BAL-AMOUNT = ZERO - PAY-AMOUNT
           ELSE
               MOVE PAY-AMOUNT TO WS-BAL-AMOUNT
           END-IF
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

       ASSIGN-NEXT-RECEIPT-NO.
           MOVE ZERO TO WS-LAST-RECEIPT-NO
           OPEN INPUT ReceiptCtlFile
           IF WS-RCPT-CTL-STATUS = "00"
               READ ReceiptCtlFile INTO WS-LAST-RECEIPT-NO
               CLOSE ReceiptCtlFile
           END-IF
           ADD 1 TO WS-LAST-RECEIPT-NO
           OPEN OUTPUT ReceiptCtlFile
           MOVE WS-LAST-RECEIPT-NO TO ReceiptCtlRec
           WRITE ReceiptCtlRec
           CLOSE ReceiptCtlFile.

      * The amount collected retires the member's open invoices
      * oldest-first - the S072 shape, through a work file and swap.
       ALLOCATE-TO-INVOICES.
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvoiceWorkFile
           IF WS-INVW-STATUS NOT = "00"
               DISPLAY "invwork.txt could not be opened - status "
                       WS-INVW-STATUS " - collection not allocated "
                       "to invoices."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-ALLOC-AMT TO WS-INV-REMAINING
           MOVE ZERO TO WS-INV-ALLOC-COUNT
           MOVE "N" TO WS-INV-EOF-SWITCH
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-DB-ID = WS-INV-ALLOC-ID AND INV-STATE-OPEN
                       AND WS-INV-REMAINING > ZERO
                   COMPUTE WS-INV-TOTAL-DUE
                           = INV-AMOUNT + INV-TAX
                   COMPUTE WS-INV-SHORTFALL
                           = WS-INV-TOTAL-DUE - INV-ALLOCATED
                   IF WS-INV-REMAINING >= WS-INV-SHORTFALL
                       MOVE WS-INV-SHORTFALL TO WS-INV-PORTION
                   ELSE
                       MOVE WS-INV-REMAINING TO WS-INV-PORTION
                   END-IF
                   ADD WS-INV-PORTION TO INV-ALLOCATED
                   SUBTRACT WS-INV-PORTION FROM WS-INV-REMAINING
                   IF INV-ALLOCATED >= WS-INV-TOTAL-DUE
                       SET INV-STATE-PAID TO TRUE
                   END-IF
                   ADD 1 TO WS-INV-ALLOC-COUNT
               END-IF
               MOVE INVOICE-RECORD TO INVOICE-WORK-RECORD
               WRITE INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile
           CLOSE InvoiceWorkFile
           IF WS-INV-ALLOC-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-INVW-FILE-NAME
                       RETURNING WS-INV-DELETE-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-INV-FILE-NAME
                   RETURNING WS-INV-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-INVW-FILE-NAME
                   WS-INV-FILE-NAME RETURNING WS-INV-RENAME-RESULT
           IF WS-INV-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated invoices are at "
                       "invwork.txt; restore them by hand."
           END-IF.

      * -- Register report: every placement with what the agency has
      * -- recovered and kept against it.
       REGISTER-REPORT.
           MOVE ZERO TO WS-RPT-COUNT
           MOVE ZERO TO WS-RPT-OPEN-COUNT
           MOVE ZERO TO WS-RPT-PLACED-TOTAL
           MOVE ZERO TO WS-RPT-RECOVERED-TOTAL
           MOVE ZERO TO WS-RPT-COMM-TOTAL
           OPEN INPUT AgencyLedgerFile
           IF WS-AGY-STATUS NOT = "00"
               DISPLAY "No placements on the ledger."
               EXIT PARAGRAPH
           END-IF
           MOVE "s121" TO WS-RPT-ID
           MOVE "COLLECTION AGENCY REGISTER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "PLACED  ID                   ST DATE         "
                   "BALANCE    RECOVERED" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-AGY-EOF-SWITCH
           PERFORM READ-NEXT-PLACEMENT
           PERFORM UNTIL WS-AGY-END-OF-FILE
               ADD 1 TO WS-RPT-COUNT
               IF AGY-STATE-PLACED
                   ADD 1 TO WS-RPT-OPEN-COUNT
               END-IF
               ADD AGY-BALANCE    TO WS-RPT-PLACED-TOTAL
               ADD AGY-RECOVERED  TO WS-RPT-RECOVERED-TOTAL
               ADD AGY-COMMISSION TO WS-RPT-COMM-TOTAL
               MOVE AGY-BALANCE   TO WS-RPT-BALANCE
               MOVE AGY-RECOVERED TO WS-RPT-RECOVERED
               MOVE SPACES TO WS-RPT-TEXT
               STRING AGY-PLACEMENT-NO " " AGY-DB-ID " "
                       AGY-STATE AGY-RETURN-REASON " "
                       AGY-PLACED-DATE " " WS-RPT-BALANCE " "
                       WS-RPT-RECOVERED DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               PERFORM READ-NEXT-PLACEMENT
           END-PERFORM
           CLOSE AgencyLedgerFile
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Placements " WS-RPT-COUNT "  still with agency "
                   WS-RPT-OPEN-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Placed " WS-RPT-PLACED-TOTAL "  recovered "
                   WS-RPT-RECOVERED-TOTAL "  commission "
                   WS-RPT-COMM-TOTAL DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       READ-NEXT-RECORD.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-HISTORY.
           READ DunningHistoryFile
               AT END
                   SET WS-DUN-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-PLACEMENT.
           READ AgencyLedgerFile
               AT END
                   SET WS-AGY-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REMIT-IN.
           READ AgencyRemitInFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REMITTANCE.
           READ AgencyRemitFile
               AT END
                   SET WS-ARM-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
               AT END
                   SET WS-RNL-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-LATE-FEE.
           READ LateFeeFile
               AT END
                   SET WS-LAT-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-PAYMENT.
           READ PaymentFile
               AT END
                   SET WS-PAY-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REFUND.
           READ RefundFile
               AT END
                   SET WS-REF-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-WRITEOFF.
           READ WriteOffFile
               AT END
                   SET WS-WOF-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-INV-END-OF-FILE TO TRUE
           END-READ.

      * One AUDITREC journal record per agency state change, mode
      * "G". The placement run is unattended, so its handled-by stamp
      * is zero; the import carries the signed-on supervisor.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AuditFile
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "audit.txt could not be opened - status "
                       WS-AUDIT-STATUS " - change was NOT journaled."
               EXIT PARAGRAPH
           END-IF
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           SET AUD-MODE-AGENCY  TO TRUE
           SET AUD-SOURCE-BATCH TO TRUE
           MOVE WS-SIGNON-ID    TO AUD-HANDLED-BY
           MOVE DB-ID           TO AUD-DB-ID
           MOVE WS-AUD-BEFORE   TO AUD-BEFORE-IMAGE
           MOVE WS-AUD-AFTER    TO AUD-AFTER-IMAGE
           MOVE ZERO TO AUD-RUN-ID
           MOVE SPACES TO WS-RUN-ID-ENV
           ACCEPT WS-RUN-ID-ENV FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID-ENV
           END-ACCEPT
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO AUD-RUN-ID
           END-IF
      *    The entry takes its sequence number and chain link last,
      *    once every other field is final.
           MOVE "STAMP" TO WS-CHN-ACTION
           CALL "AUDCHN" USING WS-CHN-ACTION AUDIT-RECORD WS-CHN-AREA
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WRITE to audit.txt failed - status "
                       WS-AUDIT-STATUS
           END-IF
           CLOSE AuditFile.

      * Same single-writer dblock.txt protocol as S015 - inside
      * S027's window the lock is inherited through DB_LOCK_HELD.
       ACQUIRE-DATABASE-LOCK.
           MOVE SPACES TO WS-LOCK-ENV-FLAG
           ACCEPT WS-LOCK-ENV-FLAG FROM ENVIRONMENT "DB_LOCK_HELD"
               ON EXCEPTION
                   MOVE SPACES TO WS-LOCK-ENV-FLAG
           END-ACCEPT
           IF WS-LOCK-ENV-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM UNTIL WS-LOCK-HELD OR WS-LOCK-TRIES >= 10
               ADD 1 TO WS-LOCK-TRIES
               CALL "CBL_CHECK_FILE_EXIST" USING WS-LOCK-FILE-NAME
                       WS-FILE-INFO RETURNING WS-LOCK-EXIST-RESULT
               IF WS-LOCK-EXIST-RESULT = ZERO
                   DISPLAY "database.txt is in use - agency run "
                           "waiting..."
                   CALL "C$SLEEP" USING WS-LOCK-WAIT-SECONDS
               ELSE
                   OPEN OUTPUT LockFile
                   IF WS-LOCK-STATUS = "00"
                       MOVE WS-SIGNON-ID TO LOCK-HOLDER-ID
                       MOVE "COLLECTION AGENCY (S121)"
                               TO LOCK-HOLDER-NAME
                       ACCEPT LOCK-DATE FROM DATE YYYYMMDD
                       ACCEPT LOCK-TIME FROM TIME
                       WRITE LOCK-RECORD
                       CLOSE LockFile
                       SET WS-LOCK-HELD TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-LOCK-HELD
               DISPLAY "database.txt is still locked after 10 tries "
                       "- agency run refused."
               STOP RUN
           END-IF.

       RELEASE-DATABASE-LOCK.
           IF WS-LOCK-HELD
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME
                       RETURNING WS-LOCK-DELETE-RESULT
               MOVE "N" TO WS-LOCK-HELD-SWITCH
           END-IF.

      * The agency's file moves members' money - only a supervisor
      * profile may import it, the S041 stance.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - the import needs a "
                       "supervisor profile."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Supervisor ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password     : "
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
                           WHEN NOT OPR-ROLE-SUPERVISOR
                               DISPLAY "Profile is not supervisor "
                                       "role."
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - run refused."
               STOP RUN
           END-IF.

      * Days since the year 1601 - the same 4/100/400 rule and
      * cumulative-month table S038 carries.
       COMPUTE-DAY-SERIAL.
           COMPUTE WS-SER-PRIOR-YEAR = WS-SER-YEAR - 1
           DIVIDE WS-SER-PRIOR-YEAR BY 4 GIVING WS-LEAP-BY-4
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 100 GIVING WS-LEAP-BY-100
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 400 GIVING WS-LEAP-BY-400
                   REMAINDER WS-LEAP-REMAINDER
           COMPUTE WS-LEAP-COUNT
                   = WS-LEAP-BY-4 - WS-LEAP-BY-100 + WS-LEAP-BY-400
           COMPUTE WS-SER-RESULT
                   = WS-SER-PRIOR-YEAR * 365 + WS-LEAP-COUNT
           MOVE WS-SER-MONTH TO WS-SER-MONTH-IDX
           IF WS-SER-MONTH-IDX < 1 OR WS-SER-MONTH-IDX > 12
               MOVE 1 TO WS-SER-MONTH-IDX
           END-IF
           SET MONTH-CUM-IDX TO WS-SER-MONTH-IDX
           ADD MONTH-CUM-ENTRY(MONTH-CUM-IDX) TO WS-SER-RESULT
           ADD WS-SER-DAY TO WS-SER-RESULT
           IF WS-SER-MONTH > 2
               DIVIDE WS-SER-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-SER-RESULT
                   DIVIDE WS-SER-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SER-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           SUBTRACT 1 FROM WS-SER-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The agency's file comes from AGENCY_REMIT_FILE, defaulting
      * to agyremit.txt next to the other data files.
       INITIALIZE-REMIT-PATH.
           MOVE "./../agyremit.txt" TO WS-REMIT-PATH
           ACCEPT WS-REMIT-PATH FROM ENVIRONMENT "AGENCY_REMIT_FILE"
               ON EXCEPTION
                   MOVE "./../agyremit.txt" TO WS-REMIT-PATH
           END-ACCEPT.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

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

       END PROGRAM S121.
