      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-28
      * Purpose: Callable stock-by-location poster in the BALUPD
      *          mold - the one copy of the read/add/rewrite logic
      *          for itemloc.txt (SLCREC layout) that every program
      *          moving an office's stock calls. The caller passes
      *          what to do, the item code, the office (blank for
      *          the head office) and the quantity, and gets back
      *          the office's on-hand and in-transit figures and a
      *          result code:
      *            GET   - look only ("NF" when the office has no
      *                    row for the item; figures come back zero)
      *            ADD   - on-hand up (receipt, return, opening)
      *            TAKE  - on-hand down; "SH" and nothing moved when
      *                    the office has less than asked for
      *            SET   - on-hand to the quantity (stocktake)
      *            SHIP  - in transit up at the receiving office
      *            LAND  - in transit down, on-hand up (received)
      *          An office's row is created on the first ADD, SET
      *          or SHIP. A file that cannot be opened or written is
      *          logged as an ERROR with result "ER" and the caller
      *          carries on - the stock movement ledger and S084's
      *          next count put the office right.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKLOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LocationFile ASSIGN TO "./../itemloc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LocationFile.
           COPY SLCREC.

       WORKING-STORAGE SECTION.
       01  WS-SLC-STATUS          PIC XX.
       01  WS-ROW-FOUND-SWITCH    PIC X(01).
           88  WS-ROW-FOUND       VALUE "Y".
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "STKLOC".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01  LS-SLC-ACTION          PIC X(08).
       01  LS-SLC-ITEM-CODE       PIC X(08).
       01  LS-SLC-BRANCH          PIC X(03).
       01  LS-SLC-QTY             PIC 9(05).
       01  LS-SLC-ON-HAND         PIC 9(05).
       01  LS-SLC-IN-TRANSIT      PIC 9(05).
       01  LS-SLC-RESULT          PIC X(02).

       PROCEDURE DIVISION USING LS-SLC-ACTION LS-SLC-ITEM-CODE
               LS-SLC-BRANCH LS-SLC-QTY LS-SLC-ON-HAND
               LS-SLC-IN-TRANSIT LS-SLC-RESULT.
       MAIN-LOGIC.
           MOVE "00" TO LS-SLC-RESULT
           MOVE ZERO TO LS-SLC-ON-HAND
           MOVE ZERO TO LS-SLC-IN-TRANSIT
           IF LS-SLC-ITEM-CODE = SPACES
               MOVE "NF" TO LS-SLC-RESULT
               GOBACK
           END-IF

           IF LS-SLC-ACTION = "GET"
               OPEN INPUT LocationFile
               IF WS-SLC-STATUS = "35"
                   MOVE "NF" TO LS-SLC-RESULT
                   GOBACK
               END-IF
           ELSE
               OPEN I-O LocationFile
               IF WS-SLC-STATUS = "35"
                   OPEN OUTPUT LocationFile
                   CLOSE LocationFile
                   OPEN I-O LocationFile
               END-IF
           END-IF
           IF WS-SLC-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "itemloc.txt could not be opened - status "
                       WS-SLC-STATUS " - " LS-SLC-ITEM-CODE " at '"
                       LS-SLC-BRANCH "' not posted"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-POSTING-FAILURE
               GOBACK
           END-IF

           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE LS-SLC-ITEM-CODE TO SLC-ITEM-CODE
           MOVE LS-SLC-BRANCH    TO SLC-BRANCH
           READ LocationFile KEY IS SLC-KEY
               INVALID KEY
                   MOVE LS-SLC-ITEM-CODE TO SLC-ITEM-CODE
                   MOVE LS-SLC-BRANCH    TO SLC-BRANCH
                   MOVE ZERO TO SLC-ON-HAND
                   MOVE ZERO TO SLC-IN-TRANSIT
                   MOVE ZERO TO SLC-REORDER-POINT
                   MOVE ZERO TO SLC-REORDER-QTY
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
           END-READ

           EVALUATE LS-SLC-ACTION
               WHEN "GET"
                   IF NOT WS-ROW-FOUND
                       MOVE "NF" TO LS-SLC-RESULT
                   END-IF
                   PERFORM RETURN-FIGURES
                   CLOSE LocationFile
                   GOBACK
               WHEN "ADD"
                   ADD LS-SLC-QTY TO SLC-ON-HAND
               WHEN "TAKE"
                   IF LS-SLC-QTY > SLC-ON-HAND
                       MOVE "SH" TO LS-SLC-RESULT
                       PERFORM RETURN-FIGURES
                       CLOSE LocationFile
                       GOBACK
                   END-IF
                   SUBTRACT LS-SLC-QTY FROM SLC-ON-HAND
               WHEN "SET"
                   MOVE LS-SLC-QTY TO SLC-ON-HAND
               WHEN "SHIP"
                   ADD LS-SLC-QTY TO SLC-IN-TRANSIT
               WHEN "LAND"
                   IF LS-SLC-QTY > SLC-IN-TRANSIT
                       MOVE ZERO TO SLC-IN-TRANSIT
                   ELSE
                       SUBTRACT LS-SLC-QTY FROM SLC-IN-TRANSIT
                   END-IF
                   ADD LS-SLC-QTY TO SLC-ON-HAND
               WHEN OTHER
                   CLOSE LocationFile
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Unknown stock movement " LS-SLC-ACTION
                           " for " LS-SLC-ITEM-CODE " not posted"
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM LOG-POSTING-FAILURE
                   GOBACK
           END-EVALUATE

           IF WS-ROW-FOUND
               REWRITE STOCK-LOCATION-RECORD
           ELSE
               WRITE STOCK-LOCATION-RECORD
           END-IF
           IF WS-SLC-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "itemloc.txt write failed - status "
                       WS-SLC-STATUS " - " LS-SLC-ITEM-CODE " at '"
                       LS-SLC-BRANCH "' not posted"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-POSTING-FAILURE
           END-IF
           PERFORM RETURN-FIGURES
           CLOSE LocationFile
           GOBACK.

       RETURN-FIGURES.
           MOVE SLC-ON-HAND    TO LS-SLC-ON-HAND
           MOVE SLC-IN-TRANSIT TO LS-SLC-IN-TRANSIT.

      * The caller's own posting stands; the office's figure is put
      * right by its next stocktake.
       LOG-POSTING-FAILURE.
           MOVE "ER" TO LS-SLC-RESULT
           DISPLAY WS-LOG-TEXT
           MOVE "ERROR" TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       END PROGRAM STKLOC.
