      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-01
      * Purpose: Maker-checker approval for reference-data changes.
      *          S045 (fee schedule), S078 (tax rates), S046 (keyed
      *          exchange rates), S093 (discount codes) and S061
      *          (holidays) no longer write their files: each queues
      *          the change through RCQADD on the reference-change
      *          queue (refchgq.txt, RCQREC layout) with the row as it
      *          stands and the row to be written. Review - supervisor
      *          sign-on, the pending.txt discipline carried in the
      *          queue's own states - shows each pending change old
      *          against new and approves or rejects it; nobody
      *          decides a change they made. An approval applies the
      *          change the way the maker's program used to - the
      *          open row end-dated and the new row appended through
      *          a work file for feesched.txt, taxrate.txt and
      *          disccode.txt, the new row appended to exchrate.txt
      *          and holiday.txt - and copies the decided row to the
      *          reference-change journal (refchglog.txt). A change
      *          whose open row has moved on since it was proposed is
      *          refused as stale and stays pending for rejection.
      *          The Journal report lists applied changes by file
      *          over a date range, maker and checker on every line,
      *          with totals by maker and by checker, through RPTWRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S148.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RefChangeQueueFile ASSIGN TO "./../refchgq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCQ-STATUS.

           SELECT RefChangeWorkFile ASSIGN TO "./../rcqwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCQW-STATUS.

           SELECT RefChangeJournalFile ASSIGN TO "./../refchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCJ-STATUS.

           SELECT FeeScheduleFile ASSIGN TO "./../feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSC-STATUS.

           SELECT FeeWorkFile ASSIGN TO "./../fscwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSCW-STATUS.

           SELECT TaxRateFile ASSIGN TO "./../taxrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT TaxWorkFile ASSIGN TO "./../taxwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXW-STATUS.

           SELECT DiscCodeFile ASSIGN TO "./../disccode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSC-STATUS.

           SELECT DiscWorkFile ASSIGN TO "./../dscwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSCW-STATUS.

           SELECT ExchRateFile ASSIGN TO "./../exchrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXR-STATUS.

           SELECT HolidayFile ASSIGN TO "./../holiday.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOL-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RefChangeQueueFile.
           COPY RCQREC.

       FD  RefChangeWorkFile.
           COPY RCQREC REPLACING
               ==REFERENCE-CHANGE-RECORD== BY ==REF-CHANGE-WORK-RECORD==
               LEADING ==RCQ== BY ==RCW==.

       FD  RefChangeJournalFile.
           COPY RCQREC REPLACING
               ==REFERENCE-CHANGE-RECORD== BY ==REF-CHANGE-LOG-RECORD==
               LEADING ==RCQ== BY ==RCJ==.

       FD  FeeScheduleFile.
           COPY FEESCHED.

       FD  FeeWorkFile.
           COPY FEESCHED REPLACING
               ==FEE-SCHEDULE-RECORD== BY ==FEE-WORK-RECORD==
               LEADING ==FSC== BY ==FSW==.

       FD  TaxRateFile.
           COPY TAXRATE.

       FD  TaxWorkFile.
           COPY TAXRATE REPLACING
               ==TAX-RATE-RECORD== BY ==TAX-WORK-RECORD==
               LEADING ==TAX== BY ==TXW==.

       FD  DiscCodeFile.
           COPY DISCREC.

       FD  DiscWorkFile.
           COPY DISCREC REPLACING
               ==DISCOUNT-CODE-RECORD== BY ==DISC-WORK-RECORD==
               LEADING ==DSC== BY ==DCW==.

       FD  ExchRateFile.
           COPY EXCHRATE.

      * S061's calendar row.
       FD  HolidayFile.
       01  HOLIDAY-RECORD.
           05  HOL-DATE                 PIC 9(08).
           05  HOL-DESCRIPTION          PIC X(30).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-RCQ-STATUS                PIC XX.
       01  WS-RCQW-STATUS               PIC XX.
       01  WS-RCJ-STATUS                PIC XX.
       01  WS-FSC-STATUS                PIC XX.
       01  WS-FSCW-STATUS               PIC XX.
       01  WS-TAX-STATUS                PIC XX.
       01  WS-TAXW-STATUS               PIC XX.
       01  WS-DSC-STATUS                PIC XX.
       01  WS-DSCW-STATUS               PIC XX.
       01  WS-EXR-STATUS                PIC XX.
       01  WS-HOL-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-TBL-EOF-SWITCH            PIC X(01).
           88  WS-TBL-END-OF-FILE       VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(06).
       01  WS-ACTION                    PIC X(01).
       01  WS-QUIT-SWITCH               PIC X(01).
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-APPLY-SWITCH              PIC X(01).
           88  WS-CHANGE-APPLIED        VALUE "Y".
       01  WS-REJECT-REASON             PIC X(30).
       01  WS-PENDING-COUNT             PIC 9(05).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-FROM-ENTRY                PIC X(08).
       01  WS-TO-ENTRY                  PIC X(08).
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-TO-DATE                   PIC 9(08).
       01  WS-CURRENT-ROW               PIC X(60).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-RCQ-FILE-NAME    PIC X(20) VALUE "./../refchgq.txt".
       01  WS-RCQW-FILE-NAME   PIC X(20) VALUE "./../rcqwork.txt".
       01  WS-FSC-FILE-NAME    PIC X(20) VALUE "./../feesched.txt".
       01  WS-FSCW-FILE-NAME   PIC X(20) VALUE "./../fscwork.txt".
       01  WS-TAX-FILE-NAME    PIC X(20) VALUE "./../taxrate.txt".
       01  WS-TAXW-FILE-NAME   PIC X(20) VALUE "./../taxwork.txt".
       01  WS-DSC-FILE-NAME    PIC X(20) VALUE "./../disccode.txt".
       01  WS-DSCW-FILE-NAME   PIC X(20) VALUE "./../dscwork.txt".

      * The proposed rows, each seen through its own file's layout.
       01  WS-SHOW-ROW                  PIC X(60).
       01  WS-ROW-TEXT                  PIC X(60).
           COPY FEESCHED REPLACING
               ==FEE-SCHEDULE-RECORD== BY ==WS-FEE-VIEW==
               LEADING ==FSC== BY ==VFS==.
           COPY TAXRATE REPLACING
               ==TAX-RATE-RECORD== BY ==WS-TAX-VIEW==
               LEADING ==TAX== BY ==VTX==.
           COPY EXCHRATE REPLACING
               ==EXCHANGE-RATE-RECORD== BY ==WS-EXR-VIEW==
               LEADING ==EXR== BY ==VXR==.
           COPY DISCREC REPLACING
               ==DISCOUNT-CODE-RECORD== BY ==WS-DSC-VIEW==
               LEADING ==DSC== BY ==VDS==.
       01  WS-HOL-VIEW.
           05  VHL-DATE                 PIC 9(08).
           05  VHL-DESCRIPTION          PIC X(30).
       01  WS-FEE-SHOWN                 PIC Z(06)9.99.
       01  WS-PCT-SHOWN                 PIC Z9.99.
       01  WS-EXR-SHOWN                 PIC Z(04)9.9(06).
       01  WS-DSC-SHOWN                 PIC Z(04)9.99.

      * Journal report - the five files in report order, and who
      * made and who checked what.
       01  WS-FILE-ORDER-VALUES.
           05  FILLER  PIC X(08) VALUE "FEESCHED".
           05  FILLER  PIC X(08) VALUE "TAXRATE".
           05  FILLER  PIC X(08) VALUE "EXCHRATE".
           05  FILLER  PIC X(08) VALUE "DISCCODE".
           05  FILLER  PIC X(08) VALUE "HOLIDAY".
       01  WS-FILE-ORDER REDEFINES WS-FILE-ORDER-VALUES.
           05  WS-FILE-NAME-ENTRY OCCURS 5 TIMES PIC X(08).
       01  WS-FILE-IDX                  PIC 9(01).
       01  WS-FILE-COUNT                PIC 9(05).
       01  WS-REPORT-COUNT              PIC 9(05).
       01  WS-PERSON-TOTALS.
           05  WS-MKR OCCURS 50 TIMES.
               10  WS-MKR-ID            PIC 9(05).
               10  WS-MKR-COUNT         PIC 9(05).
           05  WS-CHK OCCURS 50 TIMES.
               10  WS-CHK-ID            PIC 9(05).
               10  WS-CHK-COUNT         PIC 9(05).
       01  WS-MKR-USED                  PIC 9(02).
       01  WS-CHK-USED                  PIC 9(02).
       01  WS-SLOT-IDX                  PIC 9(02).
       01  WS-SLOT-FOUND-SWITCH         PIC X(01).
           88  WS-SLOT-FOUND            VALUE "Y".

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S148".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S148 - REFERENCE DATA CHANGE APPROVAL"
               DISPLAY "=============================================="
               DISPLAY "R=Review pending changes (supervisor)  "
                       "J=Journal report  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "R"
                   WHEN "r"
                       PERFORM REVIEW-CHANGES
                   WHEN "J"
                   WHEN "j"
                       PERFORM JOURNAL-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       REVIEW-CHANGES.
           PERFORM SUPERVISOR-SIGN-ON
           OPEN INPUT RefChangeQueueFile
           IF WS-RCQ-STATUS NOT = "00"
               DISPLAY "No reference changes on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RefChangeWorkFile
           IF WS-RCQW-STATUS NOT = "00"
               DISPLAY "rcqwork.txt could not be opened - status "
                       WS-RCQW-STATUS
               CLOSE RefChangeQueueFile
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE "N" TO WS-QUIT-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CHANGE
           PERFORM UNTIL WS-END-OF-FILE
               IF RCQ-STATE-PENDING AND NOT WS-QUIT-REQUESTED
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM REVIEW-ONE-CHANGE
               END-IF
               MOVE REFERENCE-CHANGE-RECORD TO REF-CHANGE-WORK-RECORD
               WRITE REF-CHANGE-WORK-RECORD
               PERFORM READ-NEXT-CHANGE
           END-PERFORM
           CLOSE RefChangeQueueFile
           CLOSE RefChangeWorkFile
           CALL "CBL_DELETE_FILE" USING WS-RCQ-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-RCQW-FILE-NAME
                   WS-RCQ-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated queue is at "
                       "rcqwork.txt; restore it by hand."
           END-IF
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "No changes pending."
           END-IF.

       REVIEW-ONE-CHANGE.
           DISPLAY " "
           DISPLAY "Change " RCQ-NO "  " RCQ-FILE "  " RCQ-KEY
           DISPLAY "  proposed " RCQ-MADE-DATE " by " RCQ-MADE-BY
           IF RCQ-MAKER-NOTE NOT = SPACES
               DISPLAY "  note: " RCQ-MAKER-NOTE
           END-IF
           MOVE RCQ-OLD-ROW TO WS-SHOW-ROW
           PERFORM FORMAT-ROW
           DISPLAY "  OLD " WS-ROW-TEXT
           MOVE RCQ-NEW-ROW TO WS-SHOW-ROW
           PERFORM FORMAT-ROW
           DISPLAY "  NEW " WS-ROW-TEXT
           IF RCQ-MADE-BY = WS-SIGNON-ID
               DISPLAY "  Your own proposal - another supervisor "
                       "must decide it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Action (A=Approve, R=Reject, N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM APPLY-CHANGE
                   IF NOT WS-CHANGE-APPLIED
                       EXIT PARAGRAPH
                   END-IF
                   SET RCQ-STATE-APPLIED TO TRUE
                   PERFORM STAMP-DECISION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY "Approved - " RCQ-FILE " updated."
                   MOVE "INFO " TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Reference change " RCQ-NO " applied to "
                           RCQ-FILE " " RCQ-KEY " made by "
                           RCQ-MADE-BY " checked by " RCQ-CHECKED-BY
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   CALL "LOGMSG" USING WS-LOG-PROGRAM
                           WS-LOG-SEVERITY WS-LOG-TEXT
               WHEN "R"
               WHEN "r"
                   DISPLAY "Reason for rejecting: "
                   ACCEPT WS-REJECT-REASON
                   SET RCQ-STATE-REJECTED TO TRUE
                   PERFORM STAMP-DECISION
                   MOVE WS-REJECT-REASON TO RCQ-CHECKER-NOTE
                   DISPLAY "Rejected."
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-DECISION.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-SIGNON-ID  TO RCQ-CHECKED-BY
           MOVE WS-TODAY-DATE TO RCQ-CHECKED-DATE
           MOVE WS-NOW-TIME   TO RCQ-CHECKED-TIME.

       WRITE-CHANGE-JOURNAL.
           OPEN EXTEND RefChangeJournalFile
           IF WS-RCJ-STATUS = "35"
               OPEN OUTPUT RefChangeJournalFile
           END-IF
           IF WS-RCJ-STATUS NOT = "00"
               DISPLAY "refchglog.txt could not be opened - status "
                       WS-RCJ-STATUS " - change applied but NOT "
                       "journalled."
               EXIT PARAGRAPH
           END-IF
           MOVE REFERENCE-CHANGE-RECORD TO REF-CHANGE-LOG-RECORD
           WRITE REF-CHANGE-LOG-RECORD
           CLOSE RefChangeJournalFile.

      * The change lands the way the maker's program used to land
      * it. WS-APPLY-SWITCH comes back "Y" only when the file was
      * written.
       APPLY-CHANGE.
           MOVE "N" TO WS-APPLY-SWITCH
           EVALUATE TRUE
               WHEN RCQ-FILE-FEESCHED
                   PERFORM APPLY-FEE-CHANGE
               WHEN RCQ-FILE-TAXRATE
                   PERFORM APPLY-TAX-CHANGE
               WHEN RCQ-FILE-DISCCODE
                   PERFORM APPLY-DISC-CHANGE
               WHEN RCQ-FILE-EXCHRATE
                   PERFORM APPLY-RATE-CHANGE
               WHEN RCQ-FILE-HOLIDAY
                   PERFORM APPLY-HOLIDAY-CHANGE
               WHEN OTHER
                   DISPLAY "Unknown file " RCQ-FILE " - left pending."
           END-EVALUATE.

      * The country and class's open row is end-dated at the new
      * rate's effective date and the new open row appended - S045's
      * rate change. The open row must still be the one the maker
      * saw.
       APPLY-FEE-CHANGE.
           MOVE RCQ-NEW-ROW TO WS-FEE-VIEW
           MOVE SPACES TO WS-CURRENT-ROW
           OPEN INPUT FeeScheduleFile
           IF WS-FSC-STATUS = "00"
               MOVE "N" TO WS-TBL-EOF-SWITCH
               PERFORM READ-NEXT-FEE-ROW
               PERFORM UNTIL WS-TBL-END-OF-FILE
                   IF FSC-COUNTRY = VFS-COUNTRY
                           AND FSC-CLASS = VFS-CLASS
                           AND FSC-END-DATE = ZERO
                       MOVE FEE-SCHEDULE-RECORD TO WS-CURRENT-ROW
                   END-IF
                   PERFORM READ-NEXT-FEE-ROW
               END-PERFORM
               CLOSE FeeScheduleFile
           END-IF
           IF WS-CURRENT-ROW NOT = RCQ-OLD-ROW
               PERFORM REFUSE-STALE-CHANGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FeeScheduleFile
           IF WS-FSC-STATUS = "35"
               OPEN OUTPUT FeeScheduleFile
               CLOSE FeeScheduleFile
               OPEN INPUT FeeScheduleFile
           END-IF
           IF WS-FSC-STATUS NOT = "00"
               DISPLAY "feesched.txt could not be opened - status "
                       WS-FSC-STATUS " - left pending."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FeeWorkFile
           IF WS-FSCW-STATUS NOT = "00"
               DISPLAY "fscwork.txt could not be opened - status "
                       WS-FSCW-STATUS " - left pending."
               CLOSE FeeScheduleFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TBL-EOF-SWITCH
           PERFORM READ-NEXT-FEE-ROW
           PERFORM UNTIL WS-TBL-END-OF-FILE
               IF FSC-COUNTRY = VFS-COUNTRY
                       AND FSC-CLASS = VFS-CLASS
                       AND FSC-END-DATE = ZERO
                   MOVE VFS-EFFECTIVE-DATE TO FSC-END-DATE
               END-IF
               MOVE FEE-SCHEDULE-RECORD TO FEE-WORK-RECORD
               WRITE FEE-WORK-RECORD
               PERFORM READ-NEXT-FEE-ROW
           END-PERFORM
           MOVE WS-FEE-VIEW TO FEE-WORK-RECORD
           WRITE FEE-WORK-RECORD
           CLOSE FeeScheduleFile
           CLOSE FeeWorkFile
           CALL "CBL_DELETE_FILE" USING WS-FSC-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-FSCW-FILE-NAME
                   WS-FSC-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated schedule is at "
                       "fscwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           SET WS-CHANGE-APPLIED TO TRUE.

       READ-NEXT-FEE-ROW.
           READ FeeScheduleFile
               AT END
                   SET WS-TBL-END-OF-FILE TO TRUE
           END-READ.

      * S078's dated rate: the country's open row end-dated, the new
      * open row appended.
       APPLY-TAX-CHANGE.
           MOVE RCQ-NEW-ROW TO WS-TAX-VIEW
           MOVE SPACES TO WS-CURRENT-ROW
           OPEN INPUT TaxRateFile
           IF WS-TAX-STATUS = "00"
               MOVE "N" TO WS-TBL-EOF-SWITCH
               PERFORM READ-NEXT-TAX-ROW
               PERFORM UNTIL WS-TBL-END-OF-FILE
                   IF TAX-COUNTRY = VTX-COUNTRY
                           AND TAX-END-DATE = ZERO
                       MOVE TAX-RATE-RECORD TO WS-CURRENT-ROW
                   END-IF
                   PERFORM READ-NEXT-TAX-ROW
               END-PERFORM
               CLOSE TaxRateFile
           END-IF
           IF WS-CURRENT-ROW NOT = RCQ-OLD-ROW
               PERFORM REFUSE-STALE-CHANGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TaxRateFile
           IF WS-TAX-STATUS = "35"
               OPEN OUTPUT TaxRateFile
               CLOSE TaxRateFile
               OPEN INPUT TaxRateFile
           END-IF
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "taxrate.txt could not be opened - status "
                       WS-TAX-STATUS " - left pending."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TaxWorkFile
           IF WS-TAXW-STATUS NOT = "00"
               DISPLAY "taxwork.txt could not be opened - status "
                       WS-TAXW-STATUS " - left pending."
               CLOSE TaxRateFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TBL-EOF-SWITCH
           PERFORM READ-NEXT-TAX-ROW
           PERFORM UNTIL WS-TBL-END-OF-FILE
               IF TAX-COUNTRY = VTX-COUNTRY
                       AND TAX-END-DATE = ZERO
                   MOVE VTX-EFFECTIVE-DATE TO TAX-END-DATE
               END-IF
               MOVE TAX-RATE-RECORD TO TAX-WORK-RECORD
               WRITE TAX-WORK-RECORD
               PERFORM READ-NEXT-TAX-ROW
           END-PERFORM
           MOVE WS-TAX-VIEW TO TAX-WORK-RECORD
           WRITE TAX-WORK-RECORD
           CLOSE TaxRateFile
           CLOSE TaxWorkFile
           CALL "CBL_DELETE_FILE" USING WS-TAX-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-TAXW-FILE-NAME
                   WS-TAX-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated table is at "
                       "taxwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           SET WS-CHANGE-APPLIED TO TRUE.

       READ-NEXT-TAX-ROW.
           READ TaxRateFile
               AT END
                   SET WS-TBL-END-OF-FILE TO TRUE
           END-READ.

      * S093's dated code: the code's open row end-dated, the new
      * row appended.
       APPLY-DISC-CHANGE.
           MOVE RCQ-NEW-ROW TO WS-DSC-VIEW
           MOVE SPACES TO WS-CURRENT-ROW
           OPEN INPUT DiscCodeFile
           IF WS-DSC-STATUS = "00"
               MOVE "N" TO WS-TBL-EOF-SWITCH
               PERFORM READ-NEXT-DISC-ROW
               PERFORM UNTIL WS-TBL-END-OF-FILE
                   IF DSC-CODE = VDS-CODE AND DSC-END-DATE = ZERO
                       MOVE DISCOUNT-CODE-RECORD TO WS-CURRENT-ROW
                   END-IF
                   PERFORM READ-NEXT-DISC-ROW
               END-PERFORM
               CLOSE DiscCodeFile
           END-IF
           IF WS-CURRENT-ROW NOT = RCQ-OLD-ROW
               PERFORM REFUSE-STALE-CHANGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DiscCodeFile
           IF WS-DSC-STATUS = "35"
               OPEN OUTPUT DiscCodeFile
               CLOSE DiscCodeFile
               OPEN INPUT DiscCodeFile
           END-IF
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "disccode.txt could not be opened - status "
                       WS-DSC-STATUS " - left pending."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DiscWorkFile
           IF WS-DSCW-STATUS NOT = "00"
               DISPLAY "dscwork.txt could not be opened - status "
                       WS-DSCW-STATUS " - left pending."
               CLOSE DiscCodeFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TBL-EOF-SWITCH
           PERFORM READ-NEXT-DISC-ROW
           PERFORM UNTIL WS-TBL-END-OF-FILE
               IF DSC-CODE = VDS-CODE AND DSC-END-DATE = ZERO
                   MOVE VDS-EFFECTIVE-DATE TO DSC-END-DATE
               END-IF
               MOVE DISCOUNT-CODE-RECORD TO DISC-WORK-RECORD
               WRITE DISC-WORK-RECORD
               PERFORM READ-NEXT-DISC-ROW
           END-PERFORM
           MOVE WS-DSC-VIEW TO DISC-WORK-RECORD
           WRITE DISC-WORK-RECORD
           CLOSE DiscCodeFile
           CLOSE DiscWorkFile
           CALL "CBL_DELETE_FILE" USING WS-DSC-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-DSCW-FILE-NAME
                   WS-DSC-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated table is at "
                       "dscwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           SET WS-CHANGE-APPLIED TO TRUE.

       READ-NEXT-DISC-ROW.
           READ DiscCodeFile
               AT END
                   SET WS-TBL-END-OF-FILE TO TRUE
           END-READ.

      * Exchange rates and holidays only append - a newer rate date
      * supersedes, a second row for a date changes nothing.
       APPLY-RATE-CHANGE.
           OPEN EXTEND ExchRateFile
           IF WS-EXR-STATUS = "35"
               OPEN OUTPUT ExchRateFile
           END-IF
           IF WS-EXR-STATUS NOT = "00"
               DISPLAY "exchrate.txt could not be opened - status "
                       WS-EXR-STATUS " - left pending."
               EXIT PARAGRAPH
           END-IF
           MOVE RCQ-NEW-ROW TO EXCHANGE-RATE-RECORD
           WRITE EXCHANGE-RATE-RECORD
           IF WS-EXR-STATUS = "00"
               SET WS-CHANGE-APPLIED TO TRUE
           ELSE
               DISPLAY "WRITE to exchrate.txt failed - status "
                       WS-EXR-STATUS " - left pending."
           END-IF
           CLOSE ExchRateFile.

       APPLY-HOLIDAY-CHANGE.
           OPEN EXTEND HolidayFile
           IF WS-HOL-STATUS = "35"
               OPEN OUTPUT HolidayFile
           END-IF
           IF WS-HOL-STATUS NOT = "00"
               DISPLAY "holiday.txt could not be opened - status "
                       WS-HOL-STATUS " - left pending."
               EXIT PARAGRAPH
           END-IF
           MOVE RCQ-NEW-ROW TO HOLIDAY-RECORD
           WRITE HOLIDAY-RECORD
           IF WS-HOL-STATUS = "00"
               SET WS-CHANGE-APPLIED TO TRUE
           ELSE
               DISPLAY "WRITE to holiday.txt failed - status "
                       WS-HOL-STATUS " - left pending."
           END-IF
           CLOSE HolidayFile.

      * Someone else's change landed after this one was proposed -
      * applying it now would close a row the maker never saw.
       REFUSE-STALE-CHANGE.
           MOVE WS-CURRENT-ROW TO WS-SHOW-ROW
           PERFORM FORMAT-ROW
           DISPLAY "Stale - the open row is now:"
           DISPLAY "  NOW " WS-ROW-TEXT
           DISPLAY "Left pending; reject it and have it proposed "
                   "again."
           MOVE "WARN " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Reference change " RCQ-NO " for " RCQ-FILE " "
                   RCQ-KEY " is stale - not applied"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * One readable line for a row image, by the file it belongs
      * to - RCQ-FILE names it. A blank image is "(none)".
       FORMAT-ROW.
           MOVE SPACES TO WS-ROW-TEXT
           IF WS-SHOW-ROW = SPACES
               MOVE "(none)" TO WS-ROW-TEXT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RCQ-FILE-FEESCHED
                   MOVE WS-SHOW-ROW TO WS-FEE-VIEW
                   MOVE VFS-RATE TO WS-FEE-SHOWN
                   STRING "class " VFS-CLASS "  from "
                           VFS-EFFECTIVE-DATE "  to " VFS-END-DATE
                           "  rate " WS-FEE-SHOWN
                           DELIMITED BY SIZE INTO WS-ROW-TEXT
               WHEN RCQ-FILE-TAXRATE
                   MOVE WS-SHOW-ROW TO WS-TAX-VIEW
                   MOVE VTX-RATE-PCT TO WS-PCT-SHOWN
                   STRING "from " VTX-EFFECTIVE-DATE "  to "
                           VTX-END-DATE "  rate " WS-PCT-SHOWN "%"
                           DELIMITED BY SIZE INTO WS-ROW-TEXT
               WHEN RCQ-FILE-EXCHRATE
                   MOVE WS-SHOW-ROW TO WS-EXR-VIEW
                   MOVE VXR-RATE TO WS-EXR-SHOWN
                   STRING VXR-CURRENCY " as of " VXR-RATE-DATE
                           "  rate " WS-EXR-SHOWN
                           DELIMITED BY SIZE INTO WS-ROW-TEXT
               WHEN RCQ-FILE-DISCCODE
                   MOVE WS-SHOW-ROW TO WS-DSC-VIEW
                   MOVE VDS-VALUE TO WS-DSC-SHOWN
                   STRING "kind " VDS-KIND "  value " WS-DSC-SHOWN
                           "  from " VDS-EFFECTIVE-DATE "  to "
                           VDS-END-DATE
                           DELIMITED BY SIZE INTO WS-ROW-TEXT
               WHEN RCQ-FILE-HOLIDAY
                   MOVE WS-SHOW-ROW TO WS-HOL-VIEW
                   STRING VHL-DATE "  " VHL-DESCRIPTION
                           DELIMITED BY SIZE INTO WS-ROW-TEXT
               WHEN OTHER
                   MOVE WS-SHOW-ROW TO WS-ROW-TEXT
           END-EVALUATE.

       READ-NEXT-CHANGE.
           READ RefChangeQueueFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Applied changes over a date range (the day they were
      * checked), one file at a time in a fixed order, old and new
      * row under each; then how many each maker proposed and each
      * checker approved in the range.
       JOURNAL-REPORT.
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
           MOVE ZERO TO WS-MKR-USED
           MOVE ZERO TO WS-CHK-USED
           MOVE ZERO TO WS-REPORT-COUNT

           MOVE "s148" TO WS-RPT-ID
           MOVE "REFERENCE DATA CHANGES APPLIED" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Checked " WS-FROM-DATE " through " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 5
               PERFORM REPORT-ONE-FILE
           END-PERFORM

           PERFORM RPT-LINE
           MOVE "BY MAKER     CHANGES" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-MKR-USED
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  " WS-MKR-ID(WS-SLOT-IDX) "      "
                       WS-MKR-COUNT(WS-SLOT-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           PERFORM RPT-LINE
           MOVE "BY CHECKER   CHANGES" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-CHK-USED
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  " WS-CHK-ID(WS-SLOT-IDX) "      "
                       WS-CHK-COUNT(WS-SLOT-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "CHANGES APPLIED  " WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       REPORT-ONE-FILE.
           MOVE ZERO TO WS-FILE-COUNT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "  CHANGE   CHECKED   KEY                  "
                   "MAKER CHECKER"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RefChangeJournalFile
           IF WS-RCJ-STATUS = "00"
               PERFORM READ-NEXT-JOURNAL
               PERFORM UNTIL WS-END-OF-FILE
                   IF RCJ-FILE = WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                           AND RCJ-CHECKED-DATE >= WS-FROM-DATE
                           AND RCJ-CHECKED-DATE <= WS-TO-DATE
                       PERFORM REPORT-ONE-CHANGE
                   END-IF
                   PERFORM READ-NEXT-JOURNAL
               END-PERFORM
               CLOSE RefChangeJournalFile
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  " WS-FILE-NAME-ENTRY(WS-FILE-IDX) " changes: "
                   WS-FILE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       REPORT-ONE-CHANGE.
           ADD 1 TO WS-FILE-COUNT
           ADD 1 TO WS-REPORT-COUNT
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  " RCJ-NO "  " RCJ-CHECKED-DATE "  " RCJ-KEY
                   " " RCJ-MADE-BY " " RCJ-CHECKED-BY
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE RCJ-FILE TO RCQ-FILE
           MOVE RCJ-OLD-ROW TO WS-SHOW-ROW
           PERFORM FORMAT-ROW
           MOVE SPACES TO WS-RPT-TEXT
           STRING "      OLD " WS-ROW-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE RCJ-NEW-ROW TO WS-SHOW-ROW
           PERFORM FORMAT-ROW
           MOVE SPACES TO WS-RPT-TEXT
           STRING "      NEW " WS-ROW-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM TALLY-BY-MAKER
           PERFORM TALLY-BY-CHECKER.

       TALLY-BY-MAKER.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-MKR-USED OR WS-SLOT-FOUND
               IF WS-MKR-ID(WS-SLOT-IDX) = RCJ-MADE-BY
                   SET WS-SLOT-FOUND TO TRUE
                   ADD 1 TO WS-MKR-COUNT(WS-SLOT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-SLOT-FOUND AND WS-MKR-USED < 50
               ADD 1 TO WS-MKR-USED
               MOVE RCJ-MADE-BY TO WS-MKR-ID(WS-MKR-USED)
               MOVE 1 TO WS-MKR-COUNT(WS-MKR-USED)
           END-IF.

       TALLY-BY-CHECKER.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-CHK-USED OR WS-SLOT-FOUND
               IF WS-CHK-ID(WS-SLOT-IDX) = RCJ-CHECKED-BY
                   SET WS-SLOT-FOUND TO TRUE
                   ADD 1 TO WS-CHK-COUNT(WS-SLOT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-SLOT-FOUND AND WS-CHK-USED < 50
               ADD 1 TO WS-CHK-USED
               MOVE RCJ-CHECKED-BY TO WS-CHK-ID(WS-CHK-USED)
               MOVE 1 TO WS-CHK-COUNT(WS-CHK-USED)
           END-IF.

       READ-NEXT-JOURNAL.
           READ RefChangeJournalFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Approving a reference change is supervisor business - the
      * S041 stance, with no unprovisioned fallback.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - approvals need a "
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
               DISPLAY "Sign-on failed - review refused."
               STOP RUN
           END-IF.

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

       END PROGRAM S148.
