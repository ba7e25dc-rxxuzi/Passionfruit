      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-14
      * Purpose: Nightly waiting-list offer run for the S027 batch
      *          window, after S070's lapse run. Places on a full
      *          country and class (quota.txt, QTAREC) come free
      *          when S015 or S034 voids a registration or S070
      *          lapses one; this run counts the places in use from
      *          database.txt - active and frozen rows - and the
      *          offers already out, lapses every offer whose reply
      *          deadline has passed, and then offers each free
      *          place to the next in line on the waiting list
      *          (waitlist.txt, WTLREC - lowest number first). An
      *          offer is a letter through the shared LTRGEN writer
      *          (template WAITOFFR) with the reply deadline - the
      *          quota's reply days from today - and the row holds
      *          the place until S015's Add or S080's approval takes
      *          it or the deadline passes. Anyone still waiting on
      *          a country and class whose quota has been deleted is
      *          offered a place straight away.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-23  rxz  The offer letter now asks the CONSENT
      *                    subprogram first (for an application, under
      *                    "APP " and its number): anyone who has opted
      *                    out of service contact still holds the place
      *                    until the deadline but is not written to, and
      *                    is counted as suppressed; anyone preferring
      *                    email gets a WAITOFFR notification instead of
      *                    the letter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S130.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT QuotaFile ASSIGN TO "./../quota.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QTA-STATUS.

           SELECT WaitListFile ASSIGN TO "./../waitlist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WTL-SEQ-NO
           FILE STATUS IS WS-WTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  QuotaFile.
           COPY QTAREC.

       FD  WaitListFile.
           COPY WTLREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-QTA-STATUS                PIC XX.
       01  WS-WTL-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-QUOTA-FOUND           VALUE "Y".
       01  WS-ROW-CLASS                 PIC X(01).
       01  WS-FIND-COUNTRY              PIC X(20).
       01  WS-FIND-CLASS                PIC X(01).
       01  WS-FREE-PLACES               PIC S9(05).
       01  WS-REPLY-DAYS                PIC 9(03).
       01  WS-DAY-STEP                  PIC 9(03).
       01  WS-LAPSED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-OFFER-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-BD-DATE                   PIC 9(08).
       01  WS-BD-STATE                  PIC X(01).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).

      * The quota rows with the places counted against each.
       01  WS-QUOTA-TABLE.
           05  WS-QTA OCCURS 50 TIMES
                   INDEXED BY WS-QTA-IDX.
               10  WS-QTA-COUNTRY       PIC X(20).
               10  WS-QTA-CLASS         PIC X(01).
               10  WS-QTA-MAX           PIC 9(05).
               10  WS-QTA-REPLY-DAYS    PIC 9(03).
               10  WS-QTA-USED          PIC 9(05).
               10  WS-QTA-OFFERED       PIC 9(05).
       01  WS-QTA-COUNT                 PIC 9(02) VALUE ZERO.

       01  WS-LTR-TEMPLATE-ID           PIC X(08) VALUE "WAITOFFR".
       01  WS-LTR-DB-ID                 PIC X(20).
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S130".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08) VALUE "WAITOFFR".
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S130".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-ROW-ACTION                PIC X(08).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S130".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           CALL "BIZDATE" USING WS-BD-DATE WS-BD-STATE
           PERFORM LOAD-QUOTAS
           PERFORM COUNT-PLACES-IN-USE

           OPEN I-O WaitListFile
           IF WS-WTL-STATUS NOT = "00"
               DISPLAY "waitlist.txt not found - nobody is waiting."
               STOP RUN
           END-IF

           MOVE "s130" TO WS-RPT-ID
           MOVE "WAITING-LIST OFFERS" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Run of " WS-BD-DATE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           STRING "NUMBER  ACTION   COUNTRY              CLASS "
                   "REPLY BY ID / APPLICATION"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

      *    First pass: lapse the offers out of time and count the
      *    ones still standing against their quota.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-WAITING
           PERFORM UNTIL WS-END-OF-FILE
               IF WTL-STATE-OFFERED
                   PERFORM CHECK-ONE-OFFER
               END-IF
               PERFORM READ-NEXT-WAITING
           END-PERFORM
           CLOSE WaitListFile

      *    Second pass, in line order: each free place goes to the
      *    first one waiting for it.
           OPEN I-O WaitListFile
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-WAITING
           PERFORM UNTIL WS-END-OF-FILE
               IF WTL-STATE-WAITING
                   PERFORM CONSIDER-ONE-WAITING
               END-IF
               PERFORM READ-NEXT-WAITING
           END-PERFORM
           CLOSE WaitListFile

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Offers made: " WS-OFFER-COUNT
                   "  Offers lapsed: " WS-LAPSED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Waiting-list run: " WS-OFFER-COUNT
                   " offered, " WS-LAPSED-COUNT " lapsed"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Waiting-list offers made  : " WS-OFFER-COUNT
           DISPLAY "Offers lapsed unanswered  : " WS-LAPSED-COUNT
           DISPLAY "Offer letters suppressed  : " WS-SUPPRESSED-COUNT
           STOP RUN.

       LOAD-QUOTAS.
           OPEN INPUT QuotaFile
           IF WS-QTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE OR WS-QTA-COUNT >= 50
               READ QuotaFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTA-COUNT
                       SET WS-QTA-IDX TO WS-QTA-COUNT
                       MOVE QTA-COUNTRY
                               TO WS-QTA-COUNTRY(WS-QTA-IDX)
                       MOVE QTA-CLASS TO WS-QTA-CLASS(WS-QTA-IDX)
                       MOVE QTA-MAX-ACTIVE TO WS-QTA-MAX(WS-QTA-IDX)
                       MOVE QTA-REPLY-DAYS
                               TO WS-QTA-REPLY-DAYS(WS-QTA-IDX)
                       MOVE ZERO TO WS-QTA-USED(WS-QTA-IDX)
                       MOVE ZERO TO WS-QTA-OFFERED(WS-QTA-IDX)
               END-READ
           END-PERFORM
           CLOSE QuotaFile.

      * Active and frozen rows hold a place; a blank class is
      * Regular.
       COUNT-PLACES-IN-USE.
           IF WS-QTA-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ DatabaseFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DB-LAYOUT-CURRENT
                               AND (DB-STATUS-ACTIVE
                                   OR DB-STATUS-FROZEN)
                           IF DB-CLASS = SPACE
                               MOVE "R" TO WS-ROW-CLASS
                           ELSE
                               MOVE DB-CLASS TO WS-ROW-CLASS
                           END-IF
                           MOVE DB-COUNTRY TO WS-FIND-COUNTRY
                           MOVE WS-ROW-CLASS TO WS-FIND-CLASS
                           PERFORM FIND-QUOTA
                           IF WS-QUOTA-FOUND
                               ADD 1 TO WS-QTA-USED(WS-QTA-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DatabaseFile.

       FIND-QUOTA.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-QTA-IDX FROM 1 BY 1
                   UNTIL WS-QTA-IDX > WS-QTA-COUNT OR WS-QUOTA-FOUND
               IF WS-QTA-COUNTRY(WS-QTA-IDX) = WS-FIND-COUNTRY
                       AND WS-QTA-CLASS(WS-QTA-IDX) = WS-FIND-CLASS
                   SET WS-QUOTA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-QUOTA-FOUND
               SET WS-QTA-IDX DOWN BY 1
           END-IF.

       READ-NEXT-WAITING.
           READ WaitListFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * An offer not taken up by its reply date goes back to the
      * pool; the member may join the end of the line again.
       CHECK-ONE-OFFER.
           IF WTL-REPLY-BY < WS-BD-DATE
               SET WTL-STATE-LAPSED TO TRUE
               MOVE WS-BD-DATE TO WTL-CLOSED-DATE
               REWRITE WAITLIST-RECORD
               IF WS-WTL-STATUS NOT = "00"
                   DISPLAY "waitlist.txt rewrite failed - status "
                           WS-WTL-STATUS " - row " WTL-SEQ-NO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LAPSED-COUNT
               MOVE "LAPSED" TO WS-ROW-ACTION
               PERFORM REPORT-ONE-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE WTL-COUNTRY TO WS-FIND-COUNTRY
           MOVE WTL-CLASS   TO WS-FIND-CLASS
           PERFORM FIND-QUOTA
           IF WS-QUOTA-FOUND
               ADD 1 TO WS-QTA-OFFERED(WS-QTA-IDX)
           END-IF.

       CONSIDER-ONE-WAITING.
           MOVE WTL-COUNTRY TO WS-FIND-COUNTRY
           MOVE WTL-CLASS   TO WS-FIND-CLASS
           PERFORM FIND-QUOTA
           IF WS-QUOTA-FOUND
               COMPUTE WS-FREE-PLACES = WS-QTA-MAX(WS-QTA-IDX)
                       - WS-QTA-USED(WS-QTA-IDX)
                       - WS-QTA-OFFERED(WS-QTA-IDX)
               IF WS-FREE-PLACES NOT > ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-QTA-REPLY-DAYS(WS-QTA-IDX) TO WS-REPLY-DAYS
               ADD 1 TO WS-QTA-OFFERED(WS-QTA-IDX)
           ELSE
               MOVE ZERO TO WS-REPLY-DAYS
           END-IF
           IF WS-REPLY-DAYS = ZERO
               MOVE 014 TO WS-REPLY-DAYS
           END-IF
           PERFORM MAKE-OFFER.

      * The reply date is counted in calendar days, a day at a time
      * through BUSDAY, the freeze-extension habit.
       MAKE-OFFER.
           MOVE WS-BD-DATE TO WTL-REPLY-BY
           MOVE "NEXTDAY" TO WS-BUSDAY-KIND
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-DAY-STEP > WS-REPLY-DAYS
               CALL "BUSDAY" USING WS-BUSDAY-KIND WTL-REPLY-BY
                       WS-BUSDAY-RESULT
           END-PERFORM
           SET WTL-STATE-OFFERED TO TRUE
           MOVE WS-BD-DATE TO WTL-OFFER-DATE
           REWRITE WAITLIST-RECORD
           IF WS-WTL-STATUS NOT = "00"
               DISPLAY "waitlist.txt rewrite failed - status "
                       WS-WTL-STATUS " - row " WTL-SEQ-NO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OFFER-COUNT
           MOVE "OFFERED" TO WS-ROW-ACTION
           PERFORM REPORT-ONE-ROW
           PERFORM PRODUCE-OFFER-LETTER.

      * LTRGEN merges the address from memdet.txt where the ID has
      * one; an application's letter goes out under its number.
       PRODUCE-OFFER-LETTER.
           MOVE SPACES TO WS-LTR-DB-ID
           MOVE SPACES TO WS-LTR-FIELD-3
           IF WTL-SOURCE-APPLICATION
               STRING "APP " WTL-APP-NO DELIMITED BY SIZE
                       INTO WS-LTR-DB-ID
           ELSE
               MOVE WTL-DB-ID TO WS-LTR-DB-ID
           END-IF
           MOVE WS-LTR-DB-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WTL-NAME TO WS-LTR-FIELD-3
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Class " WTL-CLASS " place - " WTL-COUNTRY
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-1
           MOVE SPACES TO WS-LTR-FIELD-2
           STRING "Please reply by " WTL-REPLY-BY
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-2
           IF WS-CNS-BY-EMAIL
               MOVE WS-LTR-DB-ID   TO WS-NTF-RECIPIENT
               MOVE WS-LTR-FIELD-1 TO WS-NTF-KEY-1
               MOVE WS-LTR-FIELD-2 TO WS-NTF-KEY-2
               CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                       WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           ELSE
               CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                       WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3
           END-IF.

       REPORT-ONE-ROW.
           MOVE SPACES TO WS-RPT-TEXT
           IF WTL-SOURCE-APPLICATION
               STRING WTL-SEQ-NO " " WS-ROW-ACTION " " WTL-COUNTRY
                       " " WTL-CLASS "     " WTL-REPLY-BY " APP "
                       WTL-APP-NO DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING WTL-SEQ-NO " " WS-ROW-ACTION " " WTL-COUNTRY
                       " " WTL-CLASS "     " WTL-REPLY-BY " "
                       WTL-DB-ID DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF
           PERFORM RPT-LINE.

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

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S130.
