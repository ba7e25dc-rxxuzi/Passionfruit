      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-16
      * Purpose: Report distribution lists. Keeps the distribution
      *          table (rptdist.txt, RDLREC) that RPTDST works from
      *          when RPTWRT closes a spooled run: one row per report
      *          ID and recipient, with a frequency (every run, or
      *          the first run of the day, week or month) and a
      *          branch filter (blank = any desk). List shows the
      *          table, Add and Change maintain it - a row is switched
      *          off rather than removed, so the log still explains
      *          itself. Log lists the distribution log (distlog.txt,
      *          RDGREC) - who was sent which run, and when - for a
      *          run or a recipient. Undistributed sorts the spool
      *          register (spoolreg.txt) and the log together by run
      *          number and reports, through RPTWRT, every spooled
      *          run that went to nobody, marking whether its report
      *          has no list at all or a list that left it out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S153.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistributionFile ASSIGN TO "./../rptdist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RDL-STATUS.

           SELECT DistributionWorkFile ASSIGN TO "./../rdlwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RDLW-STATUS.

           SELECT DistLogFile ASSIGN TO "./../distlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RDG-STATUS.

           SELECT SpoolRegisterFile ASSIGN TO "./../spoolreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  DistributionFile.
           COPY RDLREC.

       FD  DistributionWorkFile.
           COPY RDLREC REPLACING
               ==DISTRIBUTION-RECORD== BY ==DISTRIBUTION-WORK-RECORD==
               LEADING ==RDL== BY ==RDW==.

       FD  DistLogFile.
           COPY RDGREC.

       FD  SpoolRegisterFile.
           COPY SPLREC.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-RUN-NO               PIC 9(07).
      *    L (log row) sorts ahead of S (spool row) for the same run.
           05  SRT-KIND                 PIC X(01).
           05  SRT-RPT-ID               PIC X(08).
           05  SRT-DATE                 PIC 9(08).
           05  SRT-TIME                 PIC 9(06).
           05  SRT-BRANCH               PIC X(03).
           05  SRT-TITLE                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RDL-STATUS                PIC XX.
       01  WS-RDLW-STATUS               PIC XX.
       01  WS-RDG-STATUS                PIC XX.
       01  WS-REG-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ROW-FOUND             VALUE "Y".
       01  WS-LIST-COUNT                PIC 9(05).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-RDL-FILE-NAME    PIC X(20) VALUE "./../rptdist.txt".
       01  WS-RDLW-FILE-NAME   PIC X(20) VALUE "./../rdlwork.txt".

       01  WS-NEW-RPT-ID                PIC X(08).
       01  WS-NEW-RECIPIENT             PIC X(30).
       01  WS-NEW-FREQUENCY             PIC X(01).
       01  WS-NEW-BRANCH                PIC X(03).
       01  WS-NEW-ACTIVE                PIC X(01).
       01  WS-ANSWER                    PIC X(03).
       01  WS-RUN-ENTRY                 PIC X(07).
       01  WS-WANTED-RUN                PIC 9(07).
       01  WS-WANTED-RECIPIENT          PIC X(30).
       01  WS-FROM-ENTRY                PIC X(08).
       01  WS-FROM-DATE                 PIC 9(08).

      * Undistributed-runs report.
       01  WS-CURRENT-RUN               PIC 9(07).
       01  WS-RUN-SENT-SWITCH           PIC X(01).
           88  WS-RUN-WAS-SENT          VALUE "Y".
       01  WS-RUN-COUNT                 PIC 9(07).
       01  WS-SENT-COUNT                PIC 9(07).
       01  WS-NOBODY-COUNT              PIC 9(07).
       01  WS-LIST-REPORT-TABLE.
           05  WS-LRT-RPT-ID OCCURS 200 TIMES PIC X(08).
       01  WS-LRT-USED                  PIC 9(03) VALUE ZERO.
       01  WS-LRT-IDX                   PIC 9(03).
       01  WS-HAS-LIST-SWITCH           PIC X(01).
           88  WS-HAS-LIST              VALUE "Y".
       01  WS-WHY-SHOWN                 PIC X(10).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S153 - REPORT DISTRIBUTION"
               DISPLAY "=============================================="
               DISPLAY "L=List  A=Add  C=Change  G=Distribution log  "
                       "U=Undistributed runs  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-DISTRIBUTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-DISTRIBUTION
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-DISTRIBUTION
                   WHEN "G"
                   WHEN "g"
                       PERFORM LIST-DISTRIBUTION-LOG
                   WHEN "U"
                   WHEN "u"
                       PERFORM UNDISTRIBUTED-REPORT
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LIST-DISTRIBUTION.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DistributionFile
           IF WS-RDL-STATUS NOT = "00"
               DISPLAY "rptdist.txt could not be opened - status "
                       WS-RDL-STATUS " - no distribution lists yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPORT   RECIPIENT                      F BRN A"
           PERFORM READ-NEXT-DISTRIBUTION
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-LIST-COUNT
               DISPLAY RDL-RPT-ID " " RDL-RECIPIENT " " RDL-FREQUENCY
                       " " RDL-BRANCH " " RDL-ACTIVE
               PERFORM READ-NEXT-DISTRIBUTION
           END-PERFORM
           CLOSE DistributionFile
           DISPLAY "Distribution rows: " WS-LIST-COUNT
                   "  (F: E=every run D=daily W=weekly M=monthly)".

       READ-NEXT-DISTRIBUTION.
           READ DistributionFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * A report and recipient pair is listed once - a second row
      * would send the same run twice.
       ADD-DISTRIBUTION.
           PERFORM ASK-ROW-KEY
           IF WS-NEW-RPT-ID = SPACES OR WS-NEW-RECIPIENT = SPACES
               DISPLAY "Report ID and recipient are required - "
                       "refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DISTRIBUTION
           IF WS-ROW-FOUND
               DISPLAY WS-NEW-RECIPIENT " is already on the list "
                       "for " WS-NEW-RPT-ID " - use Change."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Frequency (E=Every run D=Daily W=Weekly "
                   "M=Monthly): "
           MOVE SPACES TO WS-NEW-FREQUENCY
           ACCEPT WS-NEW-FREQUENCY
           MOVE WS-NEW-FREQUENCY TO RDL-FREQUENCY
           IF NOT RDL-FREQ-VALID
               DISPLAY "Not a listed frequency - refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch filter (blank = runs from any desk): "
           MOVE SPACES TO WS-NEW-BRANCH
           ACCEPT WS-NEW-BRANCH

           OPEN EXTEND DistributionFile
           IF WS-RDL-STATUS = "35"
               OPEN OUTPUT DistributionFile
           END-IF
           IF WS-RDL-STATUS NOT = "00"
               DISPLAY "rptdist.txt could not be opened - status "
                       WS-RDL-STATUS " - row NOT added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RPT-ID    TO RDL-RPT-ID
           MOVE WS-NEW-RECIPIENT TO RDL-RECIPIENT
           MOVE WS-NEW-FREQUENCY TO RDL-FREQUENCY
           MOVE WS-NEW-BRANCH    TO RDL-BRANCH
           SET RDL-IS-ACTIVE TO TRUE
           WRITE DISTRIBUTION-RECORD
           IF WS-RDL-STATUS NOT = "00"
               DISPLAY "WRITE to rptdist.txt failed - status "
                       WS-RDL-STATUS
           ELSE
               DISPLAY WS-NEW-RECIPIENT " added to the list for "
                       WS-NEW-RPT-ID "."
           END-IF
           CLOSE DistributionFile.

       ASK-ROW-KEY.
           DISPLAY "Report ID (as spooled, e.g. s069): "
           MOVE SPACES TO WS-NEW-RPT-ID
           ACCEPT WS-NEW-RPT-ID
           DISPLAY "Recipient (operator ID, OPERATIONS, ...): "
           MOVE SPACES TO WS-NEW-RECIPIENT
           ACCEPT WS-NEW-RECIPIENT.

       FIND-DISTRIBUTION.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DistributionFile
           IF WS-RDL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DISTRIBUTION
           PERFORM UNTIL WS-END-OF-FILE OR WS-ROW-FOUND
               IF RDL-RPT-ID = WS-NEW-RPT-ID
                       AND RDL-RECIPIENT = WS-NEW-RECIPIENT
                   SET WS-ROW-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-DISTRIBUTION
               END-IF
           END-PERFORM
           CLOSE DistributionFile.

      * Frequency, branch filter and the on/off switch change; the
      * report and recipient stay as set. The table is rewritten
      * through the work-file swap.
       CHANGE-DISTRIBUTION.
           PERFORM ASK-ROW-KEY
           PERFORM FIND-DISTRIBUTION
           IF NOT WS-ROW-FOUND
               DISPLAY WS-NEW-RECIPIENT " is not on the list for "
                       WS-NEW-RPT-ID "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Now: frequency " RDL-FREQUENCY "  branch "
                   RDL-BRANCH "  active " RDL-ACTIVE
           MOVE RDL-FREQUENCY TO WS-NEW-FREQUENCY
           MOVE RDL-BRANCH    TO WS-NEW-BRANCH
           MOVE RDL-ACTIVE    TO WS-NEW-ACTIVE
           DISPLAY "New frequency (E/D/W/M, blank = unchanged): "
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = SPACES
               MOVE WS-ANSWER TO RDL-FREQUENCY
               IF NOT RDL-FREQ-VALID
                   DISPLAY "Not a listed frequency - refused."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ANSWER TO WS-NEW-FREQUENCY
           END-IF
           DISPLAY "New branch filter (blank = unchanged, "
                   "* = any desk): "
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN SPACES
                   CONTINUE
               WHEN "*"
                   MOVE SPACES TO WS-NEW-BRANCH
               WHEN OTHER
                   MOVE WS-ANSWER TO WS-NEW-BRANCH
           END-EVALUATE
           DISPLAY "Active (Y/N, blank = unchanged): "
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN SPACES
                   CONTINUE
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO WS-NEW-ACTIVE
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-NEW-ACTIVE
               WHEN OTHER
                   DISPLAY "Active must be Y or N - refused."
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN INPUT DistributionFile
           IF WS-RDL-STATUS NOT = "00"
               DISPLAY "rptdist.txt could not be opened - status "
                       WS-RDL-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DistributionWorkFile
           IF WS-RDLW-STATUS NOT = "00"
               DISPLAY "rdlwork.txt could not be opened - status "
                       WS-RDLW-STATUS
               CLOSE DistributionFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-DISTRIBUTION
           PERFORM UNTIL WS-END-OF-FILE
               IF RDL-RPT-ID = WS-NEW-RPT-ID
                       AND RDL-RECIPIENT = WS-NEW-RECIPIENT
                   MOVE WS-NEW-FREQUENCY TO RDL-FREQUENCY
                   MOVE WS-NEW-BRANCH    TO RDL-BRANCH
                   MOVE WS-NEW-ACTIVE    TO RDL-ACTIVE
               END-IF
               MOVE DISTRIBUTION-RECORD TO DISTRIBUTION-WORK-RECORD
               WRITE DISTRIBUTION-WORK-RECORD
               PERFORM READ-NEXT-DISTRIBUTION
           END-PERFORM
           CLOSE DistributionFile
           CLOSE DistributionWorkFile
           CALL "CBL_DELETE_FILE" USING WS-RDL-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-RDLW-FILE-NAME
                   WS-RDL-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated table is at "
                       "rdlwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Distribution row updated.".

      * Who was sent what - one run's recipients, or one
      * recipient's runs, or everything.
       LIST-DISTRIBUTION-LOG.
           DISPLAY "Run number (blank = any): "
           MOVE SPACES TO WS-RUN-ENTRY
           ACCEPT WS-RUN-ENTRY
           MOVE ZERO TO WS-WANTED-RUN
           UNSTRING WS-RUN-ENTRY DELIMITED BY SPACE INTO WS-WANTED-RUN
           DISPLAY "Recipient (blank = any): "
           MOVE SPACES TO WS-WANTED-RECIPIENT
           ACCEPT WS-WANTED-RECIPIENT
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DistLogFile
           IF WS-RDG-STATUS NOT = "00"
               DISPLAY "distlog.txt could not be opened - status "
                       WS-RDG-STATUS " - nothing distributed yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RUN     REPORT   RECIPIENT                      "
                   "SENT     TIME   BRN F"
           PERFORM READ-NEXT-LOG
           PERFORM UNTIL WS-END-OF-FILE
               IF (WS-WANTED-RUN = ZERO
                       OR RDG-RUN-NO = WS-WANTED-RUN)
                   AND (WS-WANTED-RECIPIENT = SPACES
                       OR RDG-RECIPIENT = WS-WANTED-RECIPIENT)
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY RDG-RUN-NO " " RDG-RPT-ID " "
                           RDG-RECIPIENT " " RDG-SENT-DATE " "
                           RDG-SENT-TIME " " RDG-BRANCH " "
                           RDG-FREQUENCY
               END-IF
               PERFORM READ-NEXT-LOG
           END-PERFORM
           CLOSE DistLogFile
           DISPLAY "Notices listed: " WS-LIST-COUNT.

       READ-NEXT-LOG.
           READ DistLogFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Spool rows and log rows sorted together by run number, log
      * rows first - a spool row with no log row ahead of it went to
      * nobody.
       UNDISTRIBUTED-REPORT.
           DISPLAY "Runs spooled from (YYYYMMDD, blank = all): "
           MOVE SPACES TO WS-FROM-ENTRY
           ACCEPT WS-FROM-ENTRY
           MOVE ZERO TO WS-FROM-DATE
           IF WS-FROM-ENTRY NOT = SPACES
               IF WS-FROM-ENTRY IS NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD - refused."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FROM-ENTRY TO WS-FROM-DATE
           END-IF
           PERFORM LOAD-LISTED-REPORTS
           MOVE ZERO TO WS-RUN-COUNT
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-NOBODY-COUNT
           MOVE "s153" TO WS-RPT-ID
           MOVE "SPOOLED RUNS SENT TO NOBODY" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           IF WS-FROM-DATE NOT = ZERO
               STRING "Runs spooled from " WS-FROM-DATE
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           MOVE "RUN     REPORT   DATE     TIME   BRN WHY        TITLE"
               TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-SORT-SWITCH
           SORT SortFile
               ON ASCENDING KEY SRT-RUN-NO
               ON ASCENDING KEY SRT-KIND
               INPUT PROCEDURE IS Feed-Runs-Section
               OUTPUT PROCEDURE IS Match-Runs-Section
           STRING "RUNS " WS-RUN-COUNT "   SENT " WS-SENT-COUNT
                   "   TO NOBODY " WS-NOBODY-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

      * Which reports have an active row at all - NO LIST against
      * LEFT OUT (a list whose branch filter or frequency passed
      * the run by).
       LOAD-LISTED-REPORTS.
           MOVE ZERO TO WS-LRT-USED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DistributionFile
           IF WS-RDL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DISTRIBUTION
           PERFORM UNTIL WS-END-OF-FILE
               IF RDL-IS-ACTIVE AND WS-LRT-USED < 200
                   ADD 1 TO WS-LRT-USED
                   MOVE RDL-RPT-ID TO WS-LRT-RPT-ID(WS-LRT-USED)
               END-IF
               PERFORM READ-NEXT-DISTRIBUTION
           END-PERFORM
           CLOSE DistributionFile.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

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

       Feed-Runs-Section SECTION.
       Feed-Runs.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SpoolRegisterFile
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ SpoolRegisterFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SPL-DATE >= WS-FROM-DATE
                               MOVE SPL-RUN-NO TO SRT-RUN-NO
                               MOVE "S" TO SRT-KIND
                               MOVE SPL-RPT-ID TO SRT-RPT-ID
                               MOVE SPL-DATE TO SRT-DATE
                               MOVE SPL-TIME TO SRT-TIME
                               MOVE SPL-BRANCH TO SRT-BRANCH
                               MOVE SPL-TITLE TO SRT-TITLE
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SpoolRegisterFile
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DistLogFile
           IF WS-RDG-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ DistLogFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RDG-RUN-NO TO SRT-RUN-NO
                           MOVE "L" TO SRT-KIND
                           MOVE RDG-RPT-ID TO SRT-RPT-ID
                           MOVE RDG-SENT-DATE TO SRT-DATE
                           MOVE RDG-SENT-TIME TO SRT-TIME
                           MOVE RDG-BRANCH TO SRT-BRANCH
                           MOVE SPACES TO SRT-TITLE
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE DistLogFile
           END-IF
           GO TO Feed-Runs-Done.
       Feed-Runs-Done.
           EXIT.

       Match-Runs-Section SECTION.
       Match-Runs.
           MOVE ZERO TO WS-CURRENT-RUN
           MOVE "N" TO WS-RUN-SENT-SWITCH
           PERFORM RETURN-NEXT-SORTED
           PERFORM UNTIL WS-SORT-DONE
               IF SRT-RUN-NO NOT = WS-CURRENT-RUN
                   MOVE SRT-RUN-NO TO WS-CURRENT-RUN
                   MOVE "N" TO WS-RUN-SENT-SWITCH
               END-IF
               IF SRT-KIND = "L"
                   SET WS-RUN-WAS-SENT TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   IF WS-RUN-WAS-SENT
                       ADD 1 TO WS-SENT-COUNT
                   ELSE
                       ADD 1 TO WS-NOBODY-COUNT
                       PERFORM PRINT-UNSENT-RUN
                   END-IF
               END-IF
               PERFORM RETURN-NEXT-SORTED
           END-PERFORM
           GO TO Match-Runs-Done.
       PRINT-UNSENT-RUN.
           MOVE "N" TO WS-HAS-LIST-SWITCH
           PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-USED OR WS-HAS-LIST
               IF WS-LRT-RPT-ID(WS-LRT-IDX) = SRT-RPT-ID
                   SET WS-HAS-LIST TO TRUE
               END-IF
           END-PERFORM
           IF WS-HAS-LIST
               MOVE "LEFT OUT" TO WS-WHY-SHOWN
           ELSE
               MOVE "NO LIST" TO WS-WHY-SHOWN
           END-IF
           STRING SRT-RUN-NO " " SRT-RPT-ID " " SRT-DATE " "
                   SRT-TIME " " SRT-BRANCH " " WS-WHY-SHOWN " "
                   SRT-TITLE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.
       RETURN-NEXT-SORTED.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Match-Runs-Done.
           EXIT.

       END PROGRAM S153.
