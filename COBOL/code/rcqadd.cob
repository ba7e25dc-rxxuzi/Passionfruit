      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-01
      * Purpose: Callable reference-change proposer in the HOLDCHK
      *          mold - the one copy of "queue this change for a
      *          second supervisor" for every reference-data
      *          maintenance program. The caller fills RCQ-FILE,
      *          RCQ-KEY, RCQ-OLD-ROW, RCQ-NEW-ROW, RCQ-MADE-BY and
      *          RCQ-MAKER-NOTE; the proposal is numbered one past
      *          the highest on refchgq.txt, stamped pending with the
      *          date and time, and appended. The file status of the
      *          write comes back in the result ("00" = queued), and
      *          the number in RCQ-NO. Every proposal is noted on the
      *          run log as INFO for S148's reviewer.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCQADD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RefChangeQueueFile ASSIGN TO "./../refchgq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RefChangeQueueFile.
           COPY RCQREC REPLACING
               ==REFERENCE-CHANGE-RECORD== BY ==QUEUE-RECORD==
               LEADING ==RCQ== BY ==QUE==.

       WORKING-STORAGE SECTION.
       01  WS-RCQ-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01).
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-HIGH-NO             PIC 9(07).
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "RCQADD".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
           COPY RCQREC.
       01  LS-RCQ-RESULT          PIC X(02).

       PROCEDURE DIVISION USING REFERENCE-CHANGE-RECORD
               LS-RCQ-RESULT.
       MAIN-LOGIC.
           MOVE ZERO TO WS-HIGH-NO
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RefChangeQueueFile
           IF WS-RCQ-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ RefChangeQueueFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF QUE-NO IS NUMERIC
                                   AND QUE-NO > WS-HIGH-NO
                               MOVE QUE-NO TO WS-HIGH-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RefChangeQueueFile
           END-IF

           SET RCQ-STATE-PENDING TO TRUE
           COMPUTE RCQ-NO = WS-HIGH-NO + 1
           ACCEPT RCQ-MADE-DATE FROM DATE YYYYMMDD
           ACCEPT RCQ-MADE-TIME FROM TIME
           MOVE ZERO   TO RCQ-CHECKED-BY
           MOVE ZERO   TO RCQ-CHECKED-DATE
           MOVE ZERO   TO RCQ-CHECKED-TIME
           MOVE SPACES TO RCQ-CHECKER-NOTE

           OPEN EXTEND RefChangeQueueFile
           IF WS-RCQ-STATUS = "35"
               OPEN OUTPUT RefChangeQueueFile
           END-IF
           IF WS-RCQ-STATUS NOT = "00"
               MOVE WS-RCQ-STATUS TO LS-RCQ-RESULT
               GOBACK
           END-IF
           MOVE REFERENCE-CHANGE-RECORD TO QUEUE-RECORD
           WRITE QUEUE-RECORD
           MOVE WS-RCQ-STATUS TO LS-RCQ-RESULT
           CLOSE RefChangeQueueFile
           IF LS-RCQ-RESULT = "00"
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Reference change " RCQ-NO " proposed for "
                       RCQ-FILE " " RCQ-KEY " by " RCQ-MADE-BY
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF
           GOBACK.

       END PROGRAM RCQADD.
