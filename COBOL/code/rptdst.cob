      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-16
      * Purpose: Callable report distributor in the NOTIFY mold.
      *          RPTWRT calls it as it closes a spooled run, passing
      *          the run number, report ID, title and the desk's
      *          branch. Every active row on the distribution table
      *          (rptdist.txt, RDLREC layout) for that report whose
      *          branch filter admits the run gets a NOTIFY RPTREADY
      *          pointing at the run number - unless the row's
      *          frequency says the recipient has already had this
      *          report today (D), in the last seven days (W) or
      *          this month (M), going by the distribution log
      *          (distlog.txt, RDGREC layout) it appends one row to
      *          for every notice sent. No table means nobody is on
      *          any list and nothing is sent.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistributionFile ASSIGN TO "./../rptdist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RDL-STATUS.

           SELECT DistLogFile ASSIGN TO "./../distlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DistributionFile.
           COPY RDLREC.

       FD  DistLogFile.
           COPY RDGREC.

       WORKING-STORAGE SECTION.
       01  WS-RDL-STATUS          PIC XX.
       01  WS-RDG-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01).
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-TODAY-DATE          PIC 9(08).
       01  WS-NOW-TIME            PIC 9(06).
       01  WS-TODAY-SERIAL        PIC 9(07).
       01  WS-SENT-SERIAL         PIC 9(07).
       01  WS-SEND-SWITCH         PIC X(01).
           88  WS-SEND-IT         VALUE "Y".

      * The rows that name this report, with when each recipient
      * last had it.
       01  WS-TARGET-TABLE.
           05  WS-TGT OCCURS 50 TIMES.
               10  WS-TGT-RECIPIENT     PIC X(30).
               10  WS-TGT-FREQUENCY     PIC X(01).
               10  WS-TGT-LAST-SENT     PIC 9(08).
       01  WS-TGT-USED            PIC 9(02) VALUE ZERO.
       01  WS-TGT-IDX             PIC 9(02).

       01  WS-NTF-PROGRAM         PIC X(08) VALUE "RPTDST".
       01  WS-NTF-RECIPIENT       PIC X(30).
       01  WS-NTF-TEMPLATE        PIC X(08) VALUE "RPTREADY".
       01  WS-NTF-KEY-1           PIC X(30).
       01  WS-NTF-KEY-2           PIC X(30).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the S038 day count.
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

       LINKAGE SECTION.
       01  LS-DST-RUN-NO     PIC 9(07).
       01  LS-DST-RPT-ID     PIC X(08).
       01  LS-DST-TITLE      PIC X(40).
       01  LS-DST-BRANCH     PIC X(03).

       PROCEDURE DIVISION USING LS-DST-RUN-NO LS-DST-RPT-ID
               LS-DST-TITLE LS-DST-BRANCH.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-TARGETS
           IF WS-TGT-USED = ZERO
               GOBACK
           END-IF
           PERFORM FIND-LAST-SENT
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           OPEN EXTEND DistLogFile
           IF WS-RDG-STATUS = "35"
               OPEN OUTPUT DistLogFile
           END-IF
           IF WS-RDG-STATUS NOT = "00"
               DISPLAY "distlog.txt could not be opened - status "
                       WS-RDG-STATUS " - report NOT distributed."
               GOBACK
           END-IF
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-USED
               PERFORM CHECK-FREQUENCY
               IF WS-SEND-IT
                   PERFORM SEND-ONE-NOTICE
               END-IF
           END-PERFORM
           CLOSE DistLogFile
           GOBACK.

       LOAD-TARGETS.
           MOVE ZERO TO WS-TGT-USED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DistributionFile
           IF WS-RDL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ DistributionFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RDL-RPT-ID = LS-DST-RPT-ID
                               AND RDL-IS-ACTIVE
                               AND (RDL-BRANCH = SPACES
                                    OR RDL-BRANCH = LS-DST-BRANCH)
                               AND WS-TGT-USED < 50
                           ADD 1 TO WS-TGT-USED
                           MOVE RDL-RECIPIENT
                               TO WS-TGT-RECIPIENT(WS-TGT-USED)
                           MOVE RDL-FREQUENCY
                               TO WS-TGT-FREQUENCY(WS-TGT-USED)
                           MOVE ZERO TO WS-TGT-LAST-SENT(WS-TGT-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DistributionFile.

      * The log is in run order, so the last row that matches is the
      * most recent.
       FIND-LAST-SENT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DistLogFile
           IF WS-RDG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ DistLogFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RDG-RPT-ID = LS-DST-RPT-ID
                           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                                   UNTIL WS-TGT-IDX > WS-TGT-USED
                               IF RDG-RECIPIENT
                                       = WS-TGT-RECIPIENT(WS-TGT-IDX)
                                   MOVE RDG-SENT-DATE
                                     TO WS-TGT-LAST-SENT(WS-TGT-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DistLogFile.

       CHECK-FREQUENCY.
           MOVE "Y" TO WS-SEND-SWITCH
           IF WS-TGT-LAST-SENT(WS-TGT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TGT-FREQUENCY(WS-TGT-IDX)
               WHEN "D"
                   IF WS-TGT-LAST-SENT(WS-TGT-IDX) = WS-TODAY-DATE
                       MOVE "N" TO WS-SEND-SWITCH
                   END-IF
               WHEN "W"
                   MOVE WS-TGT-LAST-SENT(WS-TGT-IDX) TO WS-SER-DATE
                   PERFORM COMPUTE-DAY-SERIAL
                   MOVE WS-SER-RESULT TO WS-SENT-SERIAL
                   IF WS-TODAY-SERIAL < WS-SENT-SERIAL + 7
                       MOVE "N" TO WS-SEND-SWITCH
                   END-IF
               WHEN "M"
                   IF WS-TGT-LAST-SENT(WS-TGT-IDX)(1:6)
                           = WS-TODAY-DATE(1:6)
                       MOVE "N" TO WS-SEND-SWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SEND-ONE-NOTICE.
           MOVE WS-TGT-RECIPIENT(WS-TGT-IDX) TO WS-NTF-RECIPIENT
           MOVE SPACES TO WS-NTF-KEY-1
           STRING "Run " LS-DST-RUN-NO " " LS-DST-RPT-ID
                   DELIMITED BY SIZE INTO WS-NTF-KEY-1
           MOVE LS-DST-TITLE TO WS-NTF-KEY-2
           CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                   WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           MOVE LS-DST-RUN-NO TO RDG-RUN-NO
           MOVE LS-DST-RPT-ID TO RDG-RPT-ID
           MOVE WS-TGT-RECIPIENT(WS-TGT-IDX) TO RDG-RECIPIENT
           MOVE WS-TODAY-DATE TO RDG-SENT-DATE
           MOVE WS-NOW-TIME TO RDG-SENT-TIME
           MOVE LS-DST-BRANCH TO RDG-BRANCH
           MOVE WS-TGT-FREQUENCY(WS-TGT-IDX) TO RDG-FREQUENCY
           WRITE DISTRIBUTION-LOG-RECORD.

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

       END PROGRAM RPTDST.
