      *          are left alone - registering no units keeps a kind
      *          quantity-tracked as before.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-10-28  rxz  A unit registered here is placed at this
      *                    desk's office (BRANCH_CODE, blank = head
      *                    office) in UNIT-BRANCH. The kind's listing
      *                    shows each unit's office and counts units in
      *                    transit between offices (S158) apart from
      *                    those in stock.
      *   2024-11-06  rxz  A unit registered here has no supplier
      *                    warranty or purchase order on record (zero);
      *                    units booked in through S098's goods receipt
      *                    carry them. The kind's listing shows each
      *                    unit's warranty end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S111.
       01  WS-NOW-TIME                  PIC 9(06).
       01  WS-LISTED-COUNT              PIC 9(04).
       01  WS-IN-STOCK-COUNT            PIC 9(04).
       01  WS-IN-TRANSIT-COUNT          PIC 9(04).
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-DATE-ANSWER               PIC X(08).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-BRANCH-CODE
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
           SET UNIT-STATE-IN-STOCK TO TRUE
           MOVE ZERO TO UNIT-HOLDER
           MOVE ZERO TO UNIT-ISSUE-ID
           MOVE WS-BRANCH-CODE TO UNIT-BRANCH
           MOVE ZERO TO UNIT-WARRANTY-START
           MOVE ZERO TO UNIT-WARRANTY-END
           MOVE ZERO TO UNIT-PO-NO
           WRITE UNIT-RECORD
               INVALID KEY
                   DISPLAY "Serial " WS-WORK-SERIAL " is already "
                           "registered."
               NOT INVALID KEY
                   DISPLAY "Unit registered in stock at office '"
                           UNIT-BRANCH "'."
                   MOVE "R" TO WS-CHOICE
                   PERFORM WRITE-UNIT-HISTORY
           END-WRITE
           ACCEPT WS-WORK-CODE
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-IN-STOCK-COUNT
           MOVE ZERO TO WS-IN-TRANSIT-COUNT
           DISPLAY "SERIAL        STATE HOLDER ISSUE ACQUIRED OFFICE"
                   " WARRANTY"
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-UNIT
           PERFORM UNTIL WS-END-OF-FILE
                   IF UNIT-STATE-IN-STOCK
                       ADD 1 TO WS-IN-STOCK-COUNT
                   END-IF
                   IF UNIT-STATE-IN-TRANSIT
                       ADD 1 TO WS-IN-TRANSIT-COUNT
                   END-IF
                   DISPLAY UNIT-SERIAL "  " UNIT-STATE "    "
                           UNIT-HOLDER "  " UNIT-ISSUE-ID " "
                           UNIT-ACQUIRED " " UNIT-BRANCH "    "
                           UNIT-WARRANTY-END
               END-IF
               PERFORM READ-NEXT-UNIT
           END-PERFORM
           CLOSE UnitMasterFile
           DISPLAY WS-LISTED-COUNT " unit(s), " WS-IN-STOCK-COUNT
                   " in stock, " WS-IN-TRANSIT-COUNT
                   " in transit between offices.".

       READ-NEXT-UNIT.
           READ UnitMasterFile NEXT RECORD
           WRITE UNIT-HISTORY-RECORD
           CLOSE UnitHistoryFile.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

       END PROGRAM S111.
