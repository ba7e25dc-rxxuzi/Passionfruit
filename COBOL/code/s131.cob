      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-14
      * Purpose: Quota-utilisation report - one line per quota.txt
      *          row (QTAREC): the maximum, the places in use (active
      *          and frozen rows in database.txt, a blank class
      *          counted as Regular), the places out on offer from
      *          the waiting list (waitlist.txt, WTLREC), the places
      *          free and the number still waiting. Anyone waiting
      *          on a country and class that has no quota row is
      *          counted at the foot, since S130 offers those a
      *          place straight away. Written through the shared
      *          RPTWRT writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S131.

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
           ACCESS MODE IS SEQUENTIAL
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
       01  WS-NO-QUOTA-WAITING          PIC 9(05) VALUE ZERO.
       01  WS-FULL-COUNT                PIC 9(02) VALUE ZERO.

      * The quota rows with the places counted against each.
       01  WS-QUOTA-TABLE.
           05  WS-QTA OCCURS 50 TIMES
                   INDEXED BY WS-QTA-IDX.
               10  WS-QTA-COUNTRY       PIC X(20).
               10  WS-QTA-CLASS         PIC X(01).
               10  WS-QTA-MAX           PIC 9(05).
               10  WS-QTA-USED          PIC 9(05).
               10  WS-QTA-OFFERED       PIC 9(05).
               10  WS-QTA-WAITING       PIC 9(05).
       01  WS-QTA-COUNT                 PIC 9(02) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-COUNTRY            PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-CLASS              PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-DL-MAX                PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-USED               PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-OFFERED            PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-FREE               PIC -ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-WAITING            PIC ZZZZ9.
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           PERFORM LOAD-QUOTAS
           PERFORM COUNT-PLACES-IN-USE
           PERFORM COUNT-WAITING-LIST

           MOVE "s131" TO WS-RPT-ID
           MOVE "QUOTA UTILISATION" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "COUNTRY               CLASS    MAX   USED  OFFER"
                   "   FREE   WAIT" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           IF WS-QTA-COUNT = ZERO
               MOVE "No quotas are set (quota.txt)." TO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           PERFORM VARYING WS-QTA-IDX FROM 1 BY 1
                   UNTIL WS-QTA-IDX > WS-QTA-COUNT
               PERFORM PRINT-ONE-QUOTA
           END-PERFORM

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Quotas: " WS-QTA-COUNT "  full: " WS-FULL-COUNT
                   "  waiting with no quota: " WS-NO-QUOTA-WAITING
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Quota-utilisation report written - "
                   WS-QTA-COUNT " quotas, " WS-FULL-COUNT " full."
           STOP RUN.

      * A place out on offer is held for the one offered it, so the
      * free count is the maximum less both.
       PRINT-ONE-QUOTA.
           COMPUTE WS-FREE-PLACES = WS-QTA-MAX(WS-QTA-IDX)
                   - WS-QTA-USED(WS-QTA-IDX)
                   - WS-QTA-OFFERED(WS-QTA-IDX)
           IF WS-FREE-PLACES NOT > ZERO
               ADD 1 TO WS-FULL-COUNT
           END-IF
           MOVE WS-QTA-COUNTRY(WS-QTA-IDX) TO WS-DL-COUNTRY
           MOVE WS-QTA-CLASS(WS-QTA-IDX)   TO WS-DL-CLASS
           MOVE WS-QTA-MAX(WS-QTA-IDX)     TO WS-DL-MAX
           MOVE WS-QTA-USED(WS-QTA-IDX)    TO WS-DL-USED
           MOVE WS-QTA-OFFERED(WS-QTA-IDX) TO WS-DL-OFFERED
           MOVE WS-FREE-PLACES             TO WS-DL-FREE
           MOVE WS-QTA-WAITING(WS-QTA-IDX) TO WS-DL-WAITING
           MOVE WS-DETAIL-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE.

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
                       MOVE ZERO TO WS-QTA-USED(WS-QTA-IDX)
                       MOVE ZERO TO WS-QTA-OFFERED(WS-QTA-IDX)
                       MOVE ZERO TO WS-QTA-WAITING(WS-QTA-IDX)
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

       COUNT-WAITING-LIST.
           OPEN INPUT WaitListFile
           IF WS-WTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ WaitListFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WTL-STATE-OPEN
                           MOVE WTL-COUNTRY TO WS-FIND-COUNTRY
                           MOVE WTL-CLASS   TO WS-FIND-CLASS
                           PERFORM FIND-QUOTA
                           EVALUATE TRUE
                               WHEN NOT WS-QUOTA-FOUND
                                   IF WTL-STATE-WAITING
                                       ADD 1 TO WS-NO-QUOTA-WAITING
                                   END-IF
                               WHEN WTL-STATE-OFFERED
                                   ADD 1
                                     TO WS-QTA-OFFERED(WS-QTA-IDX)
                               WHEN OTHER
                                   ADD 1
                                     TO WS-QTA-WAITING(WS-QTA-IDX)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WaitListFile.

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

       END PROGRAM S131.
