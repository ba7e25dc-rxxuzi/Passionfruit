      *          mode takes the catch-up fee and brings a lapsed
      *          member back.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-08  rxz  Households lapse together: a linked dependent
      *                    (S126) is no longer lapsed on its own paid-
      *                    through date - it lapses with its primary,
      *                    after the scan, journaled and reported like
      *                    any other lapse.
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S070.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT HouseholdFile ASSIGN TO "./../hshld.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSH-DB-ID
           ALTERNATE RECORD KEY IS HSH-PRIMARY-ID WITH DUPLICATES
           FILE STATUS IS WS-HSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           05  LOCK-DATE                PIC 9(08).
           05  LOCK-TIME                PIC 9(06).

       FD  HouseholdFile.
           COPY HSHREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-LOCK-DELETE-RESULT        PIC 9(09) COMP-5.
       01  WS-LOCK-ENV-FLAG             PIC X(01).

      * Household primaries lapsed tonight - their linked dependents
      * follow once the scan is done.
       01  WS-HSH-STATUS                PIC XX.
       01  WS-HSH-EOF-SWITCH            PIC X(01).
           88  WS-HSH-END-OF-FILE       VALUE "Y".
       01  WS-HSH-TABLE.
           05  WS-HSH-LAPSED-ID OCCURS 500 TIMES  PIC X(20).
       01  WS-HSH-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-HSH-IDX                   PIC 9(03).
       01  WS-HSH-DROPPED               PIC 9(05) VALUE ZERO.
       01  WS-HSH-PRIMARY-ID            PIC X(20).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the same running day
      * count S038 uses, so "days past paid-through" is a plain
      * subtraction.

           PERFORM READ-NEXT-RECORD
           PERFORM LAPSE-IF-PAST-GRACE UNTIL WS-END-OF-FILE
           IF WS-HSH-COUNT > ZERO
               PERFORM LAPSE-HOUSEHOLD-DEPENDENTS
           END-IF

           CLOSE DatabaseFile
           PERFORM RELEASE-DATABASE-LOCK

      * An active row whose paid-through date is more than the grace
      * period behind today moves to lapsed, with the before/after
      * images journaled the same way S015 journals its changes. A
      * household dependent is passed over here - it lapses with its
      * primary below.
       LAPSE-IF-PAST-GRACE.
           IF DB-LAYOUT-CURRENT AND DB-STATUS-ACTIVE
                   AND NOT DB-HSH-DEPENDENT
                   AND DB-PAID-THRU IS NUMERIC
                   AND DB-PAID-THRU > ZERO
               ADD 1 TO WS-SCAN-COUNT
           STRING DB-ID " " DB-COUNTRY " " DB-PAID-THRU "   "
                   WS-DAYS-PAST DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF DB-HSH-PRIMARY
               IF WS-HSH-COUNT < 500
                   ADD 1 TO WS-HSH-COUNT
                   MOVE DB-ID TO WS-HSH-LAPSED-ID(WS-HSH-COUNT)
               ELSE
                   ADD 1 TO WS-HSH-DROPPED
               END-IF
           END-IF.

      * Every active linked dependent of a primary lapsed tonight
      * lapses with it, whatever its own paid-through date says.
       LAPSE-HOUSEHOLD-DEPENDENTS.
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "hshld.txt could not be opened - status "
                       WS-HSH-STATUS " - household dependents NOT "
                       "lapsed."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HSH-IDX FROM 1 BY 1
                   UNTIL WS-HSH-IDX > WS-HSH-COUNT
               MOVE WS-HSH-LAPSED-ID(WS-HSH-IDX) TO WS-HSH-PRIMARY-ID
               MOVE "N" TO WS-HSH-EOF-SWITCH
               MOVE WS-HSH-PRIMARY-ID TO HSH-PRIMARY-ID
               START HouseholdFile KEY IS = HSH-PRIMARY-ID
                   INVALID KEY
                       SET WS-HSH-END-OF-FILE TO TRUE
               END-START
               PERFORM READ-NEXT-HOUSEHOLD-ROW
               PERFORM UNTIL WS-HSH-END-OF-FILE
                   IF HSH-ROLE-DEPENDENT AND HSH-STATE-LINKED
                       PERFORM LAPSE-ONE-DEPENDENT
                   END-IF
                   PERFORM READ-NEXT-HOUSEHOLD-ROW
               END-PERFORM
           END-PERFORM
           CLOSE HouseholdFile
           IF WS-HSH-DROPPED > ZERO
               DISPLAY "WARNING: " WS-HSH-DROPPED " household "
                       "primary(ies) past the table - lapse their "
                       "dependents on tomorrow's run."
           END-IF.

       READ-NEXT-HOUSEHOLD-ROW.
           IF NOT WS-HSH-END-OF-FILE
               READ HouseholdFile NEXT RECORD
                   AT END
                       SET WS-HSH-END-OF-FILE TO TRUE
               END-READ
           END-IF
           IF HSH-PRIMARY-ID NOT = WS-HSH-PRIMARY-ID
               SET WS-HSH-END-OF-FILE TO TRUE
           END-IF.

       LAPSE-ONE-DEPENDENT.
           MOVE HSH-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT DB-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-BEFORE
           SET DB-STATUS-LAPSED TO TRUE
           REWRITE DATABASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Lapse of ID " DB-ID " failed - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE DATABASE-RECORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-LAPSE-COUNT
           MOVE SPACES TO WS-RPT-TEXT
           STRING DB-ID " " DB-COUNTRY " " DB-PAID-THRU
                   "   household of " WS-HSH-PRIMARY-ID
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * One AUDITREC journal record per lapse, mode "L" - the run is
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO AUD-RUN-ID
           END-IF
      *    The entry takes its sequence number and chain link last,
      *    once every other field is final.
           MOVE "STAMP" TO WS-CHN-ACTION
           CALL "AUDCHN" USING WS-CHN-ACTION AUDIT-RECORD WS-CHN-AREA
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WRITE to audit.txt failed - status "
