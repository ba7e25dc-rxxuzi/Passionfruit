      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-23
      * Purpose: Consent-change report from the CONSENT journal
      *          (cnshist.txt, CNHREC). For the dates asked for,
      *          every change to a member's contact consent - the
      *          purpose, the value before and after, and the
      *          program and operator that recorded it - in the
      *          order it was made, so the shop can show when and how
      *          a member agreed or withdrew. The foot counts the
      *          opt-ins and opt-outs per purpose (service, renewal,
      *          marketing) and the channel moves to letter and to
      *          email. Written through the shared RPTWRT writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S135.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsentHistoryFile ASSIGN TO "./../cnshist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ConsentHistoryFile.
           COPY CNHREC.

       WORKING-STORAGE SECTION.
       01  WS-CNH-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-DATE-FROM                 PIC 9(08).
       01  WS-DATE-TO                   PIC 9(08).
       01  WS-CHANGE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-PURPOSE-NAME              PIC X(09).
       01  WS-OLD-SHOWN                 PIC X(09).
       01  WS-NEW-SHOWN                 PIC X(09).
       01  WS-SHOWN-VALUE               PIC X(09).
       01  WS-SHOW-CODE                 PIC X(01).

      * Foot counts - opt-in / opt-out per purpose, then the channel
      * moves to letter / email.
       01  WS-COUNTS.
           05  WS-SERVICE-IN            PIC 9(05) VALUE ZERO.
           05  WS-SERVICE-OUT           PIC 9(05) VALUE ZERO.
           05  WS-RENEWAL-IN            PIC 9(05) VALUE ZERO.
           05  WS-RENEWAL-OUT           PIC 9(05) VALUE ZERO.
           05  WS-MARKETING-IN          PIC 9(05) VALUE ZERO.
           05  WS-MARKETING-OUT         PIC 9(05) VALUE ZERO.
           05  WS-TO-LETTER             PIC 9(05) VALUE ZERO.
           05  WS-TO-EMAIL              PIC 9(05) VALUE ZERO.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S135".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Changes from (YYYYMMDD): "
           ACCEPT WS-DATE-FROM
           DISPLAY "Changes to   (YYYYMMDD): "
           ACCEPT WS-DATE-TO
           IF WS-DATE-FROM IS NOT NUMERIC OR WS-DATE-TO IS NOT NUMERIC
                   OR WS-DATE-FROM > WS-DATE-TO
               DISPLAY "Dates must be YYYYMMDD, from before to - "
                       "report not run."
               STOP RUN
           END-IF

           OPEN INPUT ConsentHistoryFile
           IF WS-CNH-STATUS = "35"
               DISPLAY "No consent changes have been recorded yet."
               STOP RUN
           END-IF
           IF WS-CNH-STATUS NOT = "00"
               DISPLAY "cnshist.txt could not be opened - status "
                       WS-CNH-STATUS
               STOP RUN
           END-IF

           MOVE "s135" TO WS-RPT-ID
           MOVE "CONSENT CHANGES" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Changes recorded " WS-DATE-FROM " - " WS-DATE-TO
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           STRING "DATE     TIME ID                   PURPOSE   "
                   "FROM      TO        BY       OPER"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-CHANGE
           PERFORM UNTIL WS-END-OF-FILE
               IF CNH-DATE >= WS-DATE-FROM AND CNH-DATE <= WS-DATE-TO
                   PERFORM REPORT-ONE-CHANGE
               END-IF
               PERFORM READ-NEXT-CHANGE
           END-PERFORM
           CLOSE ConsentHistoryFile

           PERFORM RPT-LINE
           MOVE "PURPOSE     OPTED IN  OPTED OUT" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Service     " WS-SERVICE-IN "     "
                   WS-SERVICE-OUT DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Renewal     " WS-RENEWAL-IN "     "
                   WS-RENEWAL-OUT DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Marketing   " WS-MARKETING-IN "     "
                   WS-MARKETING-OUT DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Channel moved to letter: " WS-TO-LETTER
                   "   to email: " WS-TO-EMAIL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Consent changes in period: " WS-CHANGE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Consent-change report " WS-DATE-FROM "-"
                   WS-DATE-TO ": " WS-CHANGE-COUNT " change(s)"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Consent-change report written - " WS-CHANGE-COUNT
                   " change(s)."
           STOP RUN.

       READ-NEXT-CHANGE.
           READ ConsentHistoryFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       REPORT-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           EVALUATE TRUE
               WHEN CNH-PURPOSE-SERVICE
                   MOVE "Service" TO WS-PURPOSE-NAME
                   IF CNH-NEW-VALUE = "Y"
                       ADD 1 TO WS-SERVICE-IN
                   ELSE
                       ADD 1 TO WS-SERVICE-OUT
                   END-IF
               WHEN CNH-PURPOSE-RENEWAL
                   MOVE "Renewal" TO WS-PURPOSE-NAME
                   IF CNH-NEW-VALUE = "Y"
                       ADD 1 TO WS-RENEWAL-IN
                   ELSE
                       ADD 1 TO WS-RENEWAL-OUT
                   END-IF
               WHEN CNH-PURPOSE-MARKETING
                   MOVE "Marketing" TO WS-PURPOSE-NAME
                   IF CNH-NEW-VALUE = "Y"
                       ADD 1 TO WS-MARKETING-IN
                   ELSE
                       ADD 1 TO WS-MARKETING-OUT
                   END-IF
               WHEN CNH-PURPOSE-CHANNEL
                   MOVE "Channel" TO WS-PURPOSE-NAME
                   IF CNH-NEW-VALUE = "E"
                       ADD 1 TO WS-TO-EMAIL
                   ELSE
                       ADD 1 TO WS-TO-LETTER
                   END-IF
               WHEN OTHER
                   MOVE CNH-PURPOSE TO WS-PURPOSE-NAME
           END-EVALUATE
           MOVE CNH-OLD-VALUE TO WS-SHOW-CODE
           PERFORM NAME-CONSENT-VALUE
           MOVE WS-SHOWN-VALUE TO WS-OLD-SHOWN
           MOVE CNH-NEW-VALUE TO WS-SHOW-CODE
           PERFORM NAME-CONSENT-VALUE
           MOVE WS-SHOWN-VALUE TO WS-NEW-SHOWN
           STRING CNH-DATE " " CNH-TIME(1:4) " " CNH-DB-ID " "
                   WS-PURPOSE-NAME " " WS-OLD-SHOWN " "
                   WS-NEW-SHOWN " " CNH-SOURCE " " CNH-OPERATOR
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       NAME-CONSENT-VALUE.
           EVALUATE WS-SHOW-CODE
               WHEN "Y"
                   MOVE "Opted in" TO WS-SHOWN-VALUE
               WHEN "N"
                   MOVE "Opted out" TO WS-SHOWN-VALUE
               WHEN "L"
                   MOVE "Letter" TO WS-SHOWN-VALUE
               WHEN "E"
                   MOVE "Email" TO WS-SHOWN-VALUE
               WHEN OTHER
                   MOVE "Not asked" TO WS-SHOWN-VALUE
           END-EVALUATE.

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

       END PROGRAM S135.
