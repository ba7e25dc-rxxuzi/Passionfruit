      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-05
      * Purpose: Frozen membership report. Lists every registration
      *          S015 has put on hold (the open rows of the freeze
      *          register, frzreg.txt), with the day the hold
      *          started, the day the member said they would be back,
      *          how many days it has run, and who is overdue to
      *          resume - the desk chases those. A register row whose
      *          database.txt row is no longer frozen is flagged so
      *          the two can be put right.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S125.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FreezeFile ASSIGN TO "./../frzreg.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRZ-DB-ID
           FILE STATUS IS WS-FRZ-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FreezeFile.
           COPY FRZREC.

       FD  DatabaseFile.
           COPY DBREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-FRZ-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-DB-OPEN-SWITCH            PIC X(01) VALUE "N".
           88  WS-DB-OPEN               VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-START-SERIAL              PIC 9(07).
       01  WS-DUE-SERIAL                PIC 9(07).
       01  WS-DAYS-FROZEN               PIC 9(05).
       01  WS-DAYS-OVERDUE              PIC 9(05).
       01  WS-DB-NOTE                   PIC X(20).
       01  WS-FROZEN-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-MISMATCH-COUNT            PIC 9(05) VALUE ZERO.

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S038 uses, so days frozen and days overdue are plain
      * subtractions.
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
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S125".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL

           OPEN INPUT FreezeFile
           IF WS-FRZ-STATUS = "35"
               DISPLAY "frzreg.txt does not exist yet - no member "
                       "has been frozen."
               STOP RUN
           END-IF
           IF WS-FRZ-STATUS NOT = "00"
               DISPLAY "frzreg.txt could not be opened - status "
                       WS-FRZ-STATUS
               STOP RUN
           END-IF

      *    The database is only cross-checked - a report without it
      *    is still worth printing.
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS = "00"
               SET WS-DB-OPEN TO TRUE
           ELSE
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - status not cross-checked."
           END-IF

           MOVE "s125" TO WS-RPT-ID
           MOVE "FROZEN MEMBERSHIP REPORT" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "ID                   FROZEN    DUE BACK  "
                   "DAYS   NOTE" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-FREEZE
           PERFORM REPORT-IF-FROZEN UNTIL WS-END-OF-FILE

           CLOSE FreezeFile
           IF WS-DB-OPEN
               CLOSE DatabaseFile
           END-IF

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Frozen: " WS-FROZEN-COUNT
                   "   Overdue to resume: " WS-OVERDUE-COUNT
                   "   Status mismatches: " WS-MISMATCH-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           IF WS-MISMATCH-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Frozen report - " WS-FROZEN-COUNT " frozen, "
                   WS-OVERDUE-COUNT " overdue, " WS-MISMATCH-COUNT
                   " mismatch(es)." DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           STOP RUN.

       READ-NEXT-FREEZE.
           READ FreezeFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * An open hold: days frozen run from its start to today, and a
      * member whose expected resume date has passed is overdue by
      * the difference.
       REPORT-IF-FROZEN.
           IF FRZ-STATE-FROZEN
               ADD 1 TO WS-FROZEN-COUNT
               MOVE ZERO TO WS-DAYS-FROZEN
               MOVE ZERO TO WS-DAYS-OVERDUE
               MOVE SPACES TO WS-DB-NOTE
               MOVE FRZ-START-DATE TO WS-SER-DATE
               PERFORM COMPUTE-DAY-SERIAL
               MOVE WS-SER-RESULT TO WS-START-SERIAL
               IF WS-TODAY-SERIAL > WS-START-SERIAL
                   COMPUTE WS-DAYS-FROZEN
                           = WS-TODAY-SERIAL - WS-START-SERIAL
               END-IF
               MOVE FRZ-RESUME-DUE TO WS-SER-DATE
               PERFORM COMPUTE-DAY-SERIAL
               MOVE WS-SER-RESULT TO WS-DUE-SERIAL
               IF WS-TODAY-SERIAL > WS-DUE-SERIAL
                   COMPUTE WS-DAYS-OVERDUE
                           = WS-TODAY-SERIAL - WS-DUE-SERIAL
                   ADD 1 TO WS-OVERDUE-COUNT
                   STRING "OVERDUE " WS-DAYS-OVERDUE " day(s)"
                           DELIMITED BY SIZE INTO WS-DB-NOTE
               END-IF
               PERFORM CHECK-DATABASE-STATUS
               MOVE SPACES TO WS-RPT-TEXT
               STRING FRZ-DB-ID " " FRZ-START-DATE "  "
                       FRZ-RESUME-DUE "  " WS-DAYS-FROZEN "  "
                       WS-DB-NOTE DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           PERFORM READ-NEXT-FREEZE.

      * The register says frozen - database.txt should agree. A row
      * that is missing or not frozen there takes over the
      * note, overdue or not, since it needs looking at first.
       CHECK-DATABASE-STATUS.
           IF NOT WS-DB-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE FRZ-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "NOT ON DATABASE" TO WS-DB-NOTE
               NOT INVALID KEY
                   IF NOT DB-STATUS-FROZEN
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE SPACES TO WS-DB-NOTE
                       STRING "DB STATUS IS " DB-STATUS
                               DELIMITED BY SIZE INTO WS-DB-NOTE
                   END-IF
           END-READ.

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

       END PROGRAM S125.
