      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-26
      * Purpose: Returned mail. Post the shop sends that comes back
      *          undeliverable marks the member's address gone-away
      *          on memdet.txt (MEM-ADDRESS-STATUS "G"), with the
      *          date it was returned and the document that came
      *          back, so LTRGEN and the renewal, dunning and
      *          statement runs stop posting to it. Enter (operator
      *          sign-on) records one returned item from the desk;
      *          Import reads the mail house's returns file
      *          (mhreturn.txt, or MAIL_RETURNS_FILE) and flags every
      *          member on it. Each return is logged on retmail.txt
      *          (RTMREC). Worklist lists the gone-away addresses for
      *          staff to trace; the flag clears itself when S048
      *          records a new address. The monthly report counts the
      *          returns by document type and country. Reports are
      *          written through the shared RPTWRT writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S136.

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

           SELECT ReturnedMailFile ASSIGN TO "./../retmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTM-STATUS.

           SELECT ReturnsFile ASSIGN TO DYNAMIC WS-RETURNS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MHR-STATUS.

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

       FD  ReturnedMailFile.
           COPY RTMREC.

      * The mail house's returns file - one row per undelivered item:
      * the member ID printed on it, the document type, the date it
      * came back and the carrier's reason.
       FD  ReturnsFile.
       01  RETURNS-RECORD.
           05  MHR-DB-ID                PIC X(20).
           05  MHR-DOC-TYPE             PIC X(08).
           05  MHR-RETURN-DATE          PIC X(08).
           05  MHR-REASON               PIC X(20).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-RETURNS-PATH              PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-RTM-STATUS                PIC XX.
       01  WS-MHR-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-DB-OPEN-SWITCH            PIC X(01) VALUE "N".
           88  WS-DB-IS-OPEN            VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-REPORT-MONTH              PIC X(06).

      * One return, as APPLY-RETURN takes it from the entry screen or
      * an import row, and what it found.
       01  WS-WORK-ID                   PIC X(20).
       01  WS-WORK-DOC                  PIC X(08).
       01  WS-WORK-RETURN-DATE          PIC 9(08).
       01  WS-WORK-SOURCE               PIC X(01).
       01  WS-WORK-REASON               PIC X(20).
       01  WS-WORK-OPERATOR             PIC 9(05).
       01  WS-APPLY-RESULT              PIC X(01).
           88  WS-APPLY-FLAGGED         VALUE "F".
           88  WS-APPLY-ALREADY         VALUE "A".
           88  WS-APPLY-UNKNOWN         VALUE "U".
           88  WS-APPLY-FAILED          VALUE "E".
       01  WS-DOC-SWITCH                PIC X(01).
           88  WS-DOC-VALID             VALUE "Y".

       01  WS-FLAGGED-COUNT             PIC 9(05).
       01  WS-ALREADY-COUNT             PIC 9(05).
       01  WS-UNKNOWN-COUNT             PIC 9(05).
       01  WS-FAILED-COUNT              PIC 9(05).
       01  WS-LISTED-COUNT              PIC 9(05).
       01  WS-RETURN-COUNT              PIC 9(05).

       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

       01  WS-ACC-PROGRAM               PIC X(08).
       01  WS-ACC-DB-ID                 PIC X(20).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S136".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

      * Monthly report counts - each document type and country pair
      * seen in the month, then the totals by document and country.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-PAIR-DOC          PIC X(08).
               10  WS-PAIR-COUNTRY      PIC X(20).
               10  WS-PAIR-COUNT        PIC 9(05).
       01  WS-PAIR-USED                 PIC 9(03).
       01  WS-DOC-TABLE.
           05  WS-DOC-ENTRY OCCURS 20 TIMES.
               10  WS-DOC-NAME          PIC X(08).
               10  WS-DOC-COUNT         PIC 9(05).
       01  WS-DOC-USED                  PIC 9(02).
       01  WS-CTRY-TABLE.
           05  WS-CTRY-ENTRY OCCURS 100 TIMES.
               10  WS-CTRY-NAME         PIC X(20).
               10  WS-CTRY-COUNT        PIC 9(05).
       01  WS-CTRY-USED                 PIC 9(03).
       01  WS-IDX                       PIC 9(03).
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND           VALUE "Y".
       01  WS-OVERFLOW-COUNT            PIC 9(05).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
      *    The mail house's returns file defaults to mhreturn.txt next
      *    to the data files; MAIL_RETURNS_FILE points elsewhere.
           MOVE "./../mhreturn.txt" TO WS-RETURNS-PATH
           ACCEPT WS-RETURNS-PATH FROM ENVIRONMENT "MAIL_RETURNS_FILE"
               ON EXCEPTION
                   MOVE "./../mhreturn.txt" TO WS-RETURNS-PATH
           END-ACCEPT
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S136 - RETURNED MAIL"
               DISPLAY "=============================================="
               DISPLAY "E=Enter returned mail  I=Import returns file  "
                       "W=Trace worklist  R=Monthly report  Q=Quit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "E"
                   WHEN "e"
                       PERFORM ENTER-RETURNED-MAIL
                   WHEN "I"
                   WHEN "i"
                       PERFORM IMPORT-RETURNS-FILE
                   WHEN "W"
                   WHEN "w"
                       PERFORM TRACE-WORKLIST
                   WHEN "R"
                   WHEN "r"
                       PERFORM MONTHLY-RETURNS-REPORT
                   WHEN "Q"
                   WHEN "q"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * One returned envelope from the desk. The member's address is
      * shown so the operator can see it is the one on the envelope.
       ENTER-RETURNED-MAIL.
           IF NOT WS-SIGNED-ON
               PERFORM OPERATOR-SIGN-ON
               IF NOT WS-SIGNED-ON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Member ID on the returned item: "
           MOVE SPACES TO WS-WORK-ID
           ACCEPT WS-WORK-ID
           IF WS-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-RETURN-FILES
           IF WS-MEM-STATUS NOT = "00" OR WS-RTM-STATUS NOT = "00"
               PERFORM CLOSE-RETURN-FILES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               INVALID KEY
                   DISPLAY "No member details on file for " WS-WORK-ID
                           " - nothing recorded."
                   PERFORM CLOSE-RETURN-FILES
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "  " MEM-NAME
           DISPLAY "  " MEM-ADDR-1
           DISPLAY "  " MEM-ADDR-2
           DISPLAY "  " MEM-ADDR-3
           MOVE "S136" TO WS-ACC-PROGRAM
           MOVE MEM-DB-ID TO WS-ACC-DB-ID
           CALL "ACCLOG" USING WS-ACC-PROGRAM WS-ACC-DB-ID
           IF MEM-ADDRESS-GONE-AWAY
               DISPLAY "Already gone-away since " MEM-GONE-AWAY-DATE
                       " (" MEM-RETURNED-DOC ")."
           END-IF

           DISPLAY "Document returned - RENEWAL STATEMNT DUNNING "
                   "REFUND DDNOTICE AGEOUT WAITOFFR CARD OTHER: "
           MOVE SPACES TO WS-WORK-DOC
           ACCEPT WS-WORK-DOC
           PERFORM CHECK-DOC-TYPE
           IF NOT WS-DOC-VALID
               DISPLAY "Not a document type this shop sends - "
                       "nothing recorded."
               PERFORM CLOSE-RETURN-FILES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date returned (YYYYMMDD, blank = today): "
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO WS-WORK-RETURN-DATE
           ELSE
               IF WS-DATE-ENTRY IS NOT NUMERIC
                       OR WS-DATE-ENTRY > WS-TODAY-DATE
                   DISPLAY "Date must be YYYYMMDD and not after "
                           "today - nothing recorded."
                   PERFORM CLOSE-RETURN-FILES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ENTRY TO WS-WORK-RETURN-DATE
           END-IF
           DISPLAY "Flag this address gone-away (Y/N)? "
           ACCEPT WS-CONFIRM
           IF NOT (WS-CONFIRM = "Y" OR WS-CONFIRM = "y")
               DISPLAY "Nothing changed."
               PERFORM CLOSE-RETURN-FILES
               EXIT PARAGRAPH
           END-IF

           MOVE "K" TO WS-WORK-SOURCE
           MOVE SPACES TO WS-WORK-REASON
           MOVE WS-SIGNON-ID TO WS-WORK-OPERATOR
           PERFORM APPLY-RETURN
           PERFORM CLOSE-RETURN-FILES
           IF WS-APPLY-FLAGGED OR WS-APPLY-ALREADY
               DISPLAY "Address flagged gone-away - no more post "
                       "goes to it until S048 records a new one."
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Returned " WS-WORK-DOC " for " WS-WORK-ID
                       " entered by operator " WS-SIGNON-ID
                       " - address gone-away" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF.

      * The mail house sends back whatever it could not deliver. A
      * member already gone-away is stamped with the latest return;
      * an ID not on memdet.txt is listed and skipped.
       IMPORT-RETURNS-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-FLAGGED-COUNT
           MOVE ZERO TO WS-ALREADY-COUNT
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           OPEN INPUT ReturnsFile
           IF WS-MHR-STATUS NOT = "00"
               DISPLAY "Returns file " WS-RETURNS-PATH
               DISPLAY "could not be opened - status " WS-MHR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-RETURN-FILES
           IF WS-MEM-STATUS NOT = "00" OR WS-RTM-STATUS NOT = "00"
               PERFORM CLOSE-RETURN-FILES
               CLOSE ReturnsFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ ReturnsFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM IMPORT-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE ReturnsFile
           PERFORM CLOSE-RETURN-FILES

           DISPLAY "Addresses flagged gone-away : " WS-FLAGGED-COUNT
           DISPLAY "Already gone-away (updated) : " WS-ALREADY-COUNT
           DISPLAY "Not on memdet.txt           : " WS-UNKNOWN-COUNT
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "Could not be updated        : "
                       WS-FAILED-COUNT
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           IF WS-UNKNOWN-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Returns import - " WS-FLAGGED-COUNT " flagged, "
                   WS-ALREADY-COUNT " already gone-away, "
                   WS-UNKNOWN-COUNT " unknown, " WS-FAILED-COUNT
                   " failed" DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * A blank or unreadable date is taken as today; a document
      * type the mail house did not give is logged as OTHER.
       IMPORT-ONE-RETURN.
           IF MHR-DB-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MHR-DB-ID TO WS-WORK-ID
           MOVE MHR-DOC-TYPE TO WS-WORK-DOC
           IF WS-WORK-DOC = SPACES
               MOVE "OTHER" TO WS-WORK-DOC
           END-IF
           IF MHR-RETURN-DATE IS NUMERIC
                   AND MHR-RETURN-DATE NOT = ZERO
               MOVE MHR-RETURN-DATE TO WS-WORK-RETURN-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-WORK-RETURN-DATE
           END-IF
           MOVE "I" TO WS-WORK-SOURCE
           MOVE MHR-REASON TO WS-WORK-REASON
           MOVE ZERO TO WS-WORK-OPERATOR
           PERFORM APPLY-RETURN
           EVALUATE TRUE
               WHEN WS-APPLY-FLAGGED
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN WS-APPLY-ALREADY
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-APPLY-UNKNOWN
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "Returned item for " WS-WORK-ID
                           " - no member details on file."
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.

      * Flags WS-WORK-ID's address gone-away and logs the return on
      * retmail.txt with the member's country. A return older than
      * the one already held is logged but does not move the date
      * and document back. Needs memdet.txt open I-O and retmail.txt
      * open for append (OPEN-RETURN-FILES).
       APPLY-RETURN.
           MOVE WS-WORK-ID TO MEM-DB-ID
           READ MemberDetailsFile KEY IS MEM-DB-ID
               INVALID KEY
                   SET WS-APPLY-UNKNOWN TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF MEM-ADDRESS-GONE-AWAY
               SET WS-APPLY-ALREADY TO TRUE
           ELSE
               SET WS-APPLY-FLAGGED TO TRUE
           END-IF
           IF WS-APPLY-FLAGGED
                   OR WS-WORK-RETURN-DATE >= MEM-GONE-AWAY-DATE
               SET MEM-ADDRESS-GONE-AWAY TO TRUE
               MOVE WS-WORK-RETURN-DATE TO MEM-GONE-AWAY-DATE
               MOVE WS-WORK-DOC TO MEM-RETURNED-DOC
               REWRITE MEMBER-DETAILS-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE of memdet.txt failed - status "
                               WS-MEM-STATUS " - " WS-WORK-ID
                       SET WS-APPLY-FAILED TO TRUE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF

           MOVE SPACES TO RETURNED-MAIL-RECORD
           MOVE WS-WORK-ID          TO RTM-DB-ID
           MOVE WS-WORK-RETURN-DATE TO RTM-RETURN-DATE
           MOVE WS-TODAY-DATE       TO RTM-RECORDED-DATE
           MOVE WS-WORK-DOC         TO RTM-DOC-TYPE
           MOVE WS-WORK-SOURCE      TO RTM-SOURCE
           MOVE WS-WORK-REASON      TO RTM-REASON
           MOVE WS-WORK-OPERATOR    TO RTM-OPERATOR
           IF WS-DB-IS-OPEN
               MOVE WS-WORK-ID TO DB-ID
               READ DatabaseFile KEY IS DB-ID
                   NOT INVALID KEY
                       MOVE DB-COUNTRY TO RTM-COUNTRY
               END-READ
           END-IF
           WRITE RETURNED-MAIL-RECORD
           IF WS-RTM-STATUS NOT = "00"
               DISPLAY "WRITE to retmail.txt failed - status "
                       WS-RTM-STATUS " - " WS-WORK-ID
           END-IF.

      * The document types the shop posts - the LTRGEN templates
      * and the card - and OTHER for anything else that comes back.
       CHECK-DOC-TYPE.
           MOVE "N" TO WS-DOC-SWITCH
           EVALUATE WS-WORK-DOC
               WHEN "RENEWAL"
               WHEN "STATEMNT"
               WHEN "DUNNING"
               WHEN "REFUND"
               WHEN "DDNOTICE"
               WHEN "AGEOUT"
               WHEN "WAITOFFR"
               WHEN "CARD"
               WHEN "OTHER"
                   SET WS-DOC-VALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Every gone-away address, for staff to trace by phone or
      * email; once S048 records the new address it drops off.
       TRACE-WORKLIST.
           MOVE ZERO TO WS-LISTED-COUNT
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS NOT = "00"
               DISPLAY "memdet.txt could not be opened - status "
                       WS-MEM-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "s136trc" TO WS-RPT-ID
           MOVE "GONE-AWAY ADDRESS TRACE WORKLIST" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "ID                   NAME                           "
                   "SINCE    DOCUMENT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO MEM-DB-ID
           START MemberDetailsFile KEY IS >= MEM-DB-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ MemberDetailsFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MEM-ADDRESS-GONE-AWAY
                           PERFORM LIST-GONE-AWAY-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MemberDetailsFile
           STRING "Gone-away addresses to trace: " WS-LISTED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Trace worklist written - " WS-LISTED-COUNT
                   " address(es).".

       LIST-GONE-AWAY-MEMBER.
           ADD 1 TO WS-LISTED-COUNT
           STRING MEM-DB-ID " " MEM-NAME " " MEM-GONE-AWAY-DATE " "
                   MEM-RETURNED-DOC DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "    " MEM-ADDR-1 " Phone: " MEM-PHONE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "    Email: " MEM-EMAIL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * Returns dated in the month asked for, by document type and
      * the member's country when the return was recorded.
       MONTHLY-RETURNS-REPORT.
           DISPLAY "Report month (YYYYMM): "
           MOVE SPACES TO WS-REPORT-MONTH
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY "Month must be YYYYMM - report not run."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReturnedMailFile
           IF WS-RTM-STATUS = "35"
               DISPLAY "No returned mail has been recorded yet."
               EXIT PARAGRAPH
           END-IF
           IF WS-RTM-STATUS NOT = "00"
               DISPLAY "retmail.txt could not be opened - status "
                       WS-RTM-STATUS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-PAIR-TABLE WS-DOC-TABLE WS-CTRY-TABLE
           MOVE ZERO TO WS-PAIR-USED
           MOVE ZERO TO WS-DOC-USED
           MOVE ZERO TO WS-CTRY-USED
           MOVE ZERO TO WS-RETURN-COUNT
           MOVE ZERO TO WS-OVERFLOW-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ ReturnedMailFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RTM-RETURN-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM COUNT-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReturnedMailFile

           MOVE "s136" TO WS-RPT-ID
           MOVE "RETURNED MAIL BY DOCUMENT AND COUNTRY" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "Returns dated in " WS-REPORT-MONTH
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           MOVE "DOCUMENT COUNTRY              RETURNS" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-USED
               STRING WS-PAIR-DOC(WS-IDX) " " WS-PAIR-COUNTRY(WS-IDX)
                       " " WS-PAIR-COUNT(WS-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           PERFORM RPT-LINE
           MOVE "BY DOCUMENT                   RETURNS" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DOC-USED
               STRING WS-DOC-NAME(WS-IDX) "                      "
                       WS-DOC-COUNT(WS-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           PERFORM RPT-LINE
           MOVE "BY COUNTRY                    RETURNS" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CTRY-USED
               STRING WS-CTRY-NAME(WS-IDX) "          "
                       WS-CTRY-COUNT(WS-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           IF WS-OVERFLOW-COUNT > ZERO
               PERFORM RPT-LINE
               STRING "Not broken down (table full): "
                       WS-OVERFLOW-COUNT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           STRING "Returned items in month: " WS-RETURN-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Returned-mail report " WS-REPORT-MONTH ": "
                   WS-RETURN-COUNT " item(s)"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Returned-mail report written - " WS-RETURN-COUNT
                   " item(s).".

       COUNT-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           IF RTM-COUNTRY = SPACES
               MOVE "(not known)" TO RTM-COUNTRY
           END-IF

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-USED OR WS-ENTRY-FOUND
               IF WS-PAIR-DOC(WS-IDX) = RTM-DOC-TYPE
                       AND WS-PAIR-COUNTRY(WS-IDX) = RTM-COUNTRY
                   SET WS-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-PAIR-COUNT(WS-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-PAIR-USED < 200
                   ADD 1 TO WS-PAIR-USED
                   MOVE RTM-DOC-TYPE TO WS-PAIR-DOC(WS-PAIR-USED)
                   MOVE RTM-COUNTRY TO WS-PAIR-COUNTRY(WS-PAIR-USED)
                   MOVE 1 TO WS-PAIR-COUNT(WS-PAIR-USED)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DOC-USED OR WS-ENTRY-FOUND
               IF WS-DOC-NAME(WS-IDX) = RTM-DOC-TYPE
                   SET WS-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-DOC-COUNT(WS-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-DOC-USED < 20
               ADD 1 TO WS-DOC-USED
               MOVE RTM-DOC-TYPE TO WS-DOC-NAME(WS-DOC-USED)
               MOVE 1 TO WS-DOC-COUNT(WS-DOC-USED)
           END-IF

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CTRY-USED OR WS-ENTRY-FOUND
               IF WS-CTRY-NAME(WS-IDX) = RTM-COUNTRY
                   SET WS-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-CTRY-COUNT(WS-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-CTRY-USED < 100
               ADD 1 TO WS-CTRY-USED
               MOVE RTM-COUNTRY TO WS-CTRY-NAME(WS-CTRY-USED)
               MOVE 1 TO WS-CTRY-COUNT(WS-CTRY-USED)
           END-IF.

      * memdet.txt I-O for the flag, retmail.txt for append (created
      * the first time), and the database for the member's country -
      * a return is still recorded if the database cannot be read.
       OPEN-RETURN-FILES.
           OPEN I-O MemberDetailsFile
           IF WS-MEM-STATUS NOT = "00"
               DISPLAY "memdet.txt could not be opened - status "
                       WS-MEM-STATUS
           END-IF
           OPEN EXTEND ReturnedMailFile
           IF WS-RTM-STATUS = "35"
               OPEN OUTPUT ReturnedMailFile
           END-IF
           IF WS-RTM-STATUS NOT = "00"
               DISPLAY "retmail.txt could not be opened - status "
                       WS-RTM-STATUS
           END-IF
           MOVE "N" TO WS-DB-OPEN-SWITCH
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS = "00"
               SET WS-DB-IS-OPEN TO TRUE
           END-IF.

       CLOSE-RETURN-FILES.
           IF WS-MEM-STATUS NOT = "35"
               CLOSE MemberDetailsFile
           END-IF
           CLOSE ReturnedMailFile
           IF WS-DB-IS-OPEN
               CLOSE DatabaseFile
               MOVE "N" TO WS-DB-OPEN-SWITCH
           END-IF.

      * Any operator may enter returned mail - checked against the
      * hash (legacy plaintext rows compare directly), three tries.
       OPERATOR-SIGN-ON.
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - returned mail needs an "
                       "operator profile."
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
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - returned mail not recorded."
           END-IF.

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

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S136.
