      *                    and S091 lists, views, reprints and
      *                    purges the spool. The old fixed <id>.rpt
      *                    path is gone.
      *   2024-10-16  rxz  Each spooled run is registered with the
      *                    desk's BRANCH_CODE (SPL-BRANCH), and closing
      *                    a registered run hands it to RPTDST, which
      *                    notifies everyone on the report's
      *                    distribution list. Runs under TRAINING_MODE=Y
      *                    are not distributed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTWRT.
       01  WS-CFG-NAME            PIC X(20).
       01  WS-CFG-DEFAULT         PIC X(40).
       01  WS-CFG-VALUE           PIC X(40).
       01  WS-RUN-BRANCH          PIC X(03).
       01  WS-REPORT-ID           PIC X(08).
       01  WS-REGISTERED-SWITCH   PIC X(01) VALUE "N".
           88  WS-RUN-REGISTERED  VALUE "Y".

       LINKAGE SECTION.
       01  LS-RPT-ACTION   PIC X(08).
           END-IF
           SET WS-REPORT-IS-OPEN TO TRUE
           MOVE LS-RPT-TITLE TO WS-REPORT-TITLE
           MOVE LS-RPT-ID TO WS-REPORT-ID
           PERFORM REGISTER-SPOOLED-REPORT
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE 999  TO WS-LINE-COUNT
           CLOSE SpoolCtlFile.

       REGISTER-SPOOLED-REPORT.
           MOVE "N" TO WS-REGISTERED-SWITCH
           MOVE SPACES TO WS-RUN-BRANCH
           ACCEPT WS-RUN-BRANCH FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-BRANCH
           END-ACCEPT
           OPEN EXTEND SpoolRegisterFile
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT SpoolRegisterFile
           MOVE WS-RUN-TIME     TO SPL-TIME
           MOVE LS-RPT-TITLE    TO SPL-TITLE
           MOVE WS-PRINT-NAME   TO SPL-FILE-NAME
           MOVE WS-RUN-BRANCH   TO SPL-BRANCH
           WRITE SPOOL-REGISTER-RECORD
           IF WS-REG-STATUS = "00"
               SET WS-RUN-REGISTERED TO TRUE
           END-IF
           CLOSE SpoolRegisterFile.

       WRITE-BODY-LINE.
           WRITE PRINT-LINE
           CLOSE PrintFile
           MOVE "N" TO WS-OPEN-SWITCH
           DISPLAY "Report written to " WS-PRINT-NAME
           PERFORM DISTRIBUTE-RUN.

      * The finished run goes to everyone on the report's
      * distribution list - a training run is nobody's business.
       DISTRIBUTE-RUN.
           IF NOT WS-RUN-REGISTERED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TRAINING-ENV
           ACCEPT WS-TRAINING-ENV FROM ENVIRONMENT "TRAINING_MODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-TRAINING-ENV
           END-ACCEPT
           IF WS-TRAINING-ENV = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "RPTDST" USING WS-LAST-RUN-NO WS-REPORT-ID
                   WS-REPORT-TITLE WS-RUN-BRANCH.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
