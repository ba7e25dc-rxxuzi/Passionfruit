      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-30
      * Purpose: Finance acknowledgments for the GL extract runs. S042
      *          registers every glpost.txt it writes on glrunreg.txt,
      *          but whether finance actually loaded it was only found
      *          out when the month-end figures disagreed. The Import
      *          action reads the acknowledgment file the finance
      *          system returns (GL_ACK_FILE, default glack.txt, GLACK
      *          layout) and marks each run on the register loaded,
      *          partly loaded or rejected, with the line counts;
      *          finance's line-level rejects and their reasons go to
      *          glackrej.txt, and every run finance did not fully
      *          load raises an operalert.txt alarm. A run finance
      *          rejected outright can then be regenerated in S042 by
      *          a supervisor without the double-posting refusal -
      *          nothing of it reached the ledger. The Overdue report
      *          lists every active run finance has not acknowledged
      *          by the end of the next business day after it ran
      *          (BUSDAY), and every active run it did not fully
      *          load. The List action shows the line rejects for one
      *          run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S123.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckInFile ASSIGN TO DYNAMIC WS-ACK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT AckRejectFile ASSIGN TO "./../glackrej.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT RunRegisterFile ASSIGN TO "./../glrunreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-STATUS.

           SELECT RunWorkFile ASSIGN TO "./../glrunwk.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNWK-STATUS.

           SELECT OperAlertFile ASSIGN TO "./../operalert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AckInFile.
           COPY GLACK.

       FD  AckRejectFile.
           COPY GLACK REPLACING
               ==GL-ACK-RECORD== BY ==GL-ACK-REJECT-RECORD==
               LEADING ==ACK== BY ==AKR==.

       FD  RunRegisterFile.
           COPY GLRUN.

       FD  RunWorkFile.
       01  RUN-WORK-RECORD              PIC X(52).

       FD  OperAlertFile.
       01  ALERT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACK-PATH                  PIC X(60).
       01  WS-ACK-STATUS                PIC XX.
       01  WS-REJ-STATUS                PIC XX.
       01  WS-RUN-STATUS                PIC XX.
       01  WS-RUNWK-STATUS              PIC XX.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-ACTION                    PIC X(01).
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-RUNREG-FILE-NAME  PIC X(20) VALUE "./../glrunreg.txt".
       01  WS-RUNWK-FILE-NAME   PIC X(20) VALUE "./../glrunwk.txt".
       01  WS-DELETE-RESULT             PIC 9(09) COMP-5.
       01  WS-RENAME-RESULT             PIC 9(09) COMP-5.
       01  WS-ALERT-TEXT                PIC X(80).
       01  WS-LIST-RUN-NO               PIC 9(05).

      * Finance's header rows, loaded first and applied in one pass
      * of the register - the S119 confirmation shape.
       01  WS-ACK-TABLE.
           05  WS-AK OCCURS 200 TIMES INDEXED BY WS-AK-IDX.
               10  WS-AK-RUN-NO         PIC 9(05).
               10  WS-AK-POST-DATE      PIC 9(08).
               10  WS-AK-STATUS         PIC X(01).
               10  WS-AK-RECEIVED       PIC 9(05).
               10  WS-AK-LOADED         PIC 9(05).
               10  WS-AK-APPLIED        PIC X(01).
       01  WS-ACK-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-ACK-DROPPED               PIC 9(05) VALUE ZERO.
       01  WS-DETAIL-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-MARKED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-LOADED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-PARTIAL-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-MISMATCH-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-UNMATCHED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-LINES-REJECTED            PIC 9(05).

      * Overdue report.
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).
       01  WS-ACK-DUE-DATE              PIC 9(08).
       01  WS-DAY-STEP                  PIC 9(02).
       01  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-NOT-LOADED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-ACK-WORD                  PIC X(08).
       01  WS-LIST-COUNT                PIC 9(05) VALUE ZERO.

      * Shared report writer plumbing, the S016 pattern.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S123".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "  S123 - GL EXTRACT ACKNOWLEDGMENTS"
           DISPLAY "==================================================="
           DISPLAY "Action (I=Import acknowledgments, O=Overdue "
                   "report, L=List line rejects): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "I"
               WHEN "i"
                   PERFORM IMPORT-ACKNOWLEDGMENTS
               WHEN "O"
               WHEN "o"
                   PERFORM OVERDUE-REPORT
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-LINE-REJECTS
               WHEN OTHER
                   DISPLAY "No such action."
           END-EVALUATE
           STOP RUN.

      * -- Import: headers to the table, detail rows straight onto the
      * -- reject history, then one pass of the register.
       IMPORT-ACKNOWLEDGMENTS.
           PERFORM INITIALIZE-ACK-PATH
           OPEN INPUT AckInFile
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Acknowledgment file " WS-ACK-PATH
                       " could not be opened - status " WS-ACK-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AckRejectFile
           IF WS-REJ-STATUS = "35"
               OPEN OUTPUT AckRejectFile
           END-IF
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "glackrej.txt could not be opened - status "
                       WS-REJ-STATUS " - nothing imported."
               CLOSE AckInFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-ACK
           PERFORM UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN ACK-TYPE-HEADER
                       PERFORM LOAD-ONE-HEADER
                   WHEN ACK-TYPE-DETAIL
                       MOVE GL-ACK-RECORD TO GL-ACK-REJECT-RECORD
                       MOVE WS-TODAY-DATE TO AKR-IMPORT-DATE
                       WRITE GL-ACK-REJECT-RECORD
                       ADD 1 TO WS-DETAIL-COUNT
               END-EVALUATE
               PERFORM READ-NEXT-ACK
           END-PERFORM
           CLOSE AckRejectFile
           CLOSE AckInFile
           IF WS-ACK-DROPPED > ZERO
               DISPLAY "WARNING: " WS-ACK-DROPPED " run header(s) "
                       "did not fit the 200-row table - import the "
                       "file again to apply them."
           END-IF
           IF WS-ACK-COUNT = ZERO
               DISPLAY "No run headers in the acknowledgment file."
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-TO-REGISTER

           PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                   UNTIL WS-AK-IDX > WS-ACK-COUNT
               IF WS-AK-APPLIED(WS-AK-IDX) = "N"
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "No run " WS-AK-RUN-NO(WS-AK-IDX)
                           " on glrunreg.txt - acknowledgment not "
                           "applied."
               END-IF
           END-PERFORM

           DISPLAY "==================================================="
           DISPLAY "  GL ACKNOWLEDGMENT IMPORT - " WS-TODAY-DATE
           DISPLAY "==================================================="
           DISPLAY "Run headers read          : " WS-ACK-COUNT
           DISPLAY "Line rejects recorded     : " WS-DETAIL-COUNT
           DISPLAY "Runs marked               : " WS-MARKED-COUNT
           DISPLAY "  loaded                  : " WS-LOADED-COUNT
           DISPLAY "  partly loaded           : " WS-PARTIAL-COUNT
           DISPLAY "  rejected                : " WS-REJECTED-COUNT
           DISPLAY "Posting date mismatches   : " WS-MISMATCH-COUNT
           DISPLAY "Runs not on the register  : " WS-UNMATCHED-COUNT
           DISPLAY "==================================================="
           IF WS-PARTIAL-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
                   OR WS-MISMATCH-COUNT > ZERO
                   OR WS-UNMATCHED-COUNT > ZERO
               MOVE "ERROR" TO WS-LOG-SEVERITY
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "GL acks: " WS-LOADED-COUNT " loaded, "
                   WS-PARTIAL-COUNT " partly, " WS-REJECTED-COUNT
                   " rejected, " WS-UNMATCHED-COUNT " unmatched"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Finance's own verdict stands when it gives one; a header with
      * no status is judged from its counts.
       LOAD-ONE-HEADER.
           IF WS-ACK-COUNT >= 200
               ADD 1 TO WS-ACK-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACK-COUNT
           SET WS-AK-IDX TO WS-ACK-COUNT
           MOVE ACK-RUN-NO         TO WS-AK-RUN-NO(WS-AK-IDX)
           MOVE ACK-POST-DATE      TO WS-AK-POST-DATE(WS-AK-IDX)
           MOVE ACK-LINES-RECEIVED TO WS-AK-RECEIVED(WS-AK-IDX)
           MOVE ACK-LINES-LOADED   TO WS-AK-LOADED(WS-AK-IDX)
           MOVE "N"                TO WS-AK-APPLIED(WS-AK-IDX)
           EVALUATE TRUE
               WHEN ACK-STATUS-LOADED
               WHEN ACK-STATUS-PARTIAL
               WHEN ACK-STATUS-REJECTED
                   MOVE ACK-STATUS TO WS-AK-STATUS(WS-AK-IDX)
               WHEN ACK-LINES-LOADED = ZERO
                   MOVE "R" TO WS-AK-STATUS(WS-AK-IDX)
               WHEN ACK-LINES-LOADED < ACK-LINES-RECEIVED
                   MOVE "P" TO WS-AK-STATUS(WS-AK-IDX)
               WHEN OTHER
                   MOVE "L" TO WS-AK-STATUS(WS-AK-IDX)
           END-EVALUATE.

      * Every register row, superseded ones too, takes its run's
      * acknowledgment; the register goes back through the work file
      * and swap, the S042 shape. A later acknowledgment for the
      * same run - finance reloading after a fix - replaces the
      * earlier one.
       APPLY-TO-REGISTER.
           OPEN INPUT RunRegisterFile
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "glrunreg.txt could not be opened - status "
                       WS-RUN-STATUS " - no runs to acknowledge."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RunWorkFile
           IF WS-RUNWK-STATUS NOT = "00"
               DISPLAY "glrunwk.txt could not be opened - status "
                       WS-RUNWK-STATUS " - nothing applied."
               CLOSE RunRegisterFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RUN
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                       UNTIL WS-AK-IDX > WS-ACK-COUNT
                   IF WS-AK-RUN-NO(WS-AK-IDX) = GLR-RUN-NO
                       PERFORM APPLY-ONE-ACKNOWLEDGMENT
                   END-IF
               END-PERFORM
               MOVE GL-RUN-RECORD TO RUN-WORK-RECORD
               WRITE RUN-WORK-RECORD
               PERFORM READ-NEXT-RUN
           END-PERFORM
           CLOSE RunWorkFile
           CLOSE RunRegisterFile
           CALL "CBL_DELETE_FILE" USING WS-RUNREG-FILE-NAME
                   RETURNING WS-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-RUNWK-FILE-NAME
                   WS-RUNREG-FILE-NAME RETURNING WS-RENAME-RESULT
           IF WS-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated register is at "
                       "glrunwk.txt; restore it by hand."
           END-IF.

       APPLY-ONE-ACKNOWLEDGMENT.
           MOVE "Y" TO WS-AK-APPLIED(WS-AK-IDX)
           IF WS-AK-POST-DATE(WS-AK-IDX) NOT = GLR-POST-DATE
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY "Run " GLR-RUN-NO " covered " GLR-POST-DATE
                       " but finance acknowledged it for "
                       WS-AK-POST-DATE(WS-AK-IDX) " - not applied."
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "S123 " WS-TODAY-DATE " GL RUN " GLR-RUN-NO
                       " ACK DATE MISMATCH - FINANCE SAYS "
                       WS-AK-POST-DATE(WS-AK-IDX)
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM RAISE-OPERATOR-ALERT
               EXIT PARAGRAPH
           END-IF
           IF WS-AK-RECEIVED(WS-AK-IDX) > WS-AK-LOADED(WS-AK-IDX)
               COMPUTE WS-LINES-REJECTED = WS-AK-RECEIVED(WS-AK-IDX)
                       - WS-AK-LOADED(WS-AK-IDX)
           ELSE
               MOVE ZERO TO WS-LINES-REJECTED
           END-IF
           MOVE WS-AK-STATUS(WS-AK-IDX)  TO GLR-ACK-STATE
           MOVE WS-TODAY-DATE            TO GLR-ACK-DATE
           MOVE WS-AK-LOADED(WS-AK-IDX)  TO GLR-ACK-LINES-LOADED
           MOVE WS-LINES-REJECTED        TO GLR-ACK-LINES-REJECTED
           ADD 1 TO WS-MARKED-COUNT
           EVALUATE TRUE
               WHEN GLR-ACK-LOADED
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE "LOADED  " TO WS-ACK-WORD
               WHEN GLR-ACK-PARTIAL
                   ADD 1 TO WS-PARTIAL-COUNT
                   MOVE "PARTLY  " TO WS-ACK-WORD
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "S123 " WS-TODAY-DATE " GL RUN " GLR-RUN-NO
                           " FOR " GLR-POST-DATE " PARTLY LOADED - "
                           WS-LINES-REJECTED " LINE(S) REJECTED"
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM RAISE-OPERATOR-ALERT
               WHEN GLR-ACK-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-ACK-WORD
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "S123 " WS-TODAY-DATE " GL RUN " GLR-RUN-NO
                           " FOR " GLR-POST-DATE " REJECTED BY "
                           "FINANCE - REGENERATE IN S042"
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM RAISE-OPERATOR-ALERT
           END-EVALUATE
           DISPLAY "  Run " GLR-RUN-NO " " GLR-POST-DATE " "
                   WS-ACK-WORD " loaded " GLR-ACK-LINES-LOADED
                   " rejected " GLR-ACK-LINES-REJECTED.

       RAISE-OPERATOR-ALERT.
           OPEN EXTEND OperAlertFile
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT OperAlertFile
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALERT-TEXT TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE OperAlertFile.

      * -- Overdue: an active run finance has not answered by the end
      * -- of the first business day after it ran, and any active run
      * -- it did not fully load.
       OVERDUE-REPORT.
           OPEN INPUT RunRegisterFile
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "glrunreg.txt could not be opened - status "
                       WS-RUN-STATUS " - no runs registered yet."
               EXIT PARAGRAPH
           END-IF
           MOVE "s123" TO WS-RPT-ID
           MOVE "UNACKNOWLEDGED GL EXTRACT RUNS" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "RUN    POSTDATE  RAN ON    ACK DUE   STATE"
                   TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RUN
           PERFORM UNTIL WS-END-OF-FILE
               IF GLR-STATE-EXTRACTED
                   PERFORM CHECK-ONE-RUN-OVERDUE
               END-IF
               PERFORM READ-NEXT-RUN
           END-PERFORM
           CLOSE RunRegisterFile
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Runs overdue for acknowledgment: "
                   WS-OVERDUE-COUNT "   not fully loaded: "
                   WS-NOT-LOADED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Overdue report written (" WS-OVERDUE-COUNT
                   " overdue, " WS-NOT-LOADED-COUNT
                   " not fully loaded)."
           IF WS-OVERDUE-COUNT > ZERO OR WS-NOT-LOADED-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "GL runs: " WS-OVERDUE-COUNT
                       " unacknowledged past a business day, "
                       WS-NOT-LOADED-COUNT " not fully loaded"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF.

       CHECK-ONE-RUN-OVERDUE.
           EVALUATE TRUE
               WHEN GLR-ACK-LOADED
                   CONTINUE
               WHEN GLR-ACK-PARTIAL
               WHEN GLR-ACK-REJECTED
                   ADD 1 TO WS-NOT-LOADED-COUNT
                   IF GLR-ACK-PARTIAL
                       MOVE "PARTLY  " TO WS-ACK-WORD
                   ELSE
                       MOVE "REJECTED" TO WS-ACK-WORD
                   END-IF
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING GLR-RUN-NO "  " GLR-POST-DATE "  "
                           GLR-RUN-DATE "  " GLR-ACK-DATE "  "
                           WS-ACK-WORD
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               WHEN OTHER
                   PERFORM FIND-ACK-DUE-DATE
                   IF WS-TODAY-DATE > WS-ACK-DUE-DATE
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING GLR-RUN-NO "  " GLR-POST-DATE "  "
                               GLR-RUN-DATE "  " WS-ACK-DUE-DATE
                               "  OVERDUE"
                               DELIMITED BY SIZE INTO WS-RPT-TEXT
                       PERFORM RPT-LINE
                   END-IF
           END-EVALUATE.

      * The first business day after the run date - NEXTDAY a day at
      * a time until ISBUS says yes, the S119 stepping.
       FIND-ACK-DUE-DATE.
           MOVE GLR-RUN-DATE TO WS-ACK-DUE-DATE
           MOVE "N" TO WS-BUSDAY-RESULT
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-BUSDAY-RESULT = "Y" OR WS-DAY-STEP > 30
               MOVE "NEXTDAY" TO WS-BUSDAY-KIND
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-ACK-DUE-DATE
                       WS-BUSDAY-RESULT
               MOVE "ISBUS" TO WS-BUSDAY-KIND
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-ACK-DUE-DATE
                       WS-BUSDAY-RESULT
           END-PERFORM.

      * -- List: finance's line rejects for one run, every import.
       LIST-LINE-REJECTS.
           DISPLAY "Run number: "
           ACCEPT WS-LIST-RUN-NO
           OPEN INPUT AckRejectFile
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "No line rejects have been received."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LINE  ACCOUNT  CODE REASON"
                   "                                   RECEIVED"
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REJECT
           PERFORM UNTIL WS-END-OF-FILE
               IF AKR-RUN-NO = WS-LIST-RUN-NO
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY AKR-LINE-NO " " AKR-ACCOUNT " "
                           AKR-REASON-CODE " " AKR-REASON-TEXT " "
                           AKR-IMPORT-DATE
               END-IF
               PERFORM READ-NEXT-REJECT
           END-PERFORM
           CLOSE AckRejectFile
           DISPLAY "Line rejects for run " WS-LIST-RUN-NO ": "
                   WS-LIST-COUNT.

       READ-NEXT-ACK.
           READ AckInFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REJECT.
           READ AckRejectFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-RUN.
           READ RunRegisterFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Finance's file comes from GL_ACK_FILE, defaulting to
      * glack.txt next to glpost.txt.
       INITIALIZE-ACK-PATH.
           MOVE "./../glack.txt" TO WS-ACK-PATH
           ACCEPT WS-ACK-PATH FROM ENVIRONMENT "GL_ACK_FILE"
               ON EXCEPTION
                   MOVE "./../glack.txt" TO WS-ACK-PATH
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

       END PROGRAM S123.
