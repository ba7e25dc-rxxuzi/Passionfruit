      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-28
      * Purpose: Inter-store stock transfers. Equipment is held office
      *          by office on itemloc.txt (SLCREC, posted through
      *          STKLOC), and moving it between offices is a two-step
      *          affair logged on stktrf.txt (TRFREC):
      *            D - dispatch: the sending office's on-hand comes
      *                down and the receiving office's in-transit goes
      *                up. A serial-controlled kind moves one unit at a
      *                time - the unit must be in stock at the sending
      *                office and goes in transit (unitmast.txt state
      *                "T") with unithist.txt action "D".
      *            R - receive, by transfer number: the receiving
      *                office's in-transit comes down and its on-hand
      *                goes up by the quantity dispatched; the unit is
      *                back in stock, at its new office (action "V").
      *                A short or damaged delivery is put right by the
      *                office's next count in S084.
      *            L - list the transfers still in transit.
      *            M - take on: every catalog item with no office row
      *                yet gets a head-office row holding its
      *                CAT-ON-HAND and the catalog's reorder point and
      *                quantity. Run once when offices start keeping
      *                their own stock.
      *          CAT-ON-HAND is the shop-wide figure and includes
      *          stock in transit, so a transfer leaves it alone; each
      *          leg writes a "T" row to the stock movement ledger at
      *          its own office. Transfers are numbered from
      *          trfctl.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S158.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransferFile ASSIGN TO "./../stktrf.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRF-STATUS.

           SELECT TransferWorkFile ASSIGN TO "./../stktrfw.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRFW-STATUS.

           SELECT TransferCtlFile ASSIGN TO "./../trfctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRF-CTL-STATUS.

           SELECT ItemCatalogFile ASSIGN TO "./../itemcat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-CAT-STATUS.

           SELECT LocationFile ASSIGN TO "./../itemloc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLC-STATUS.

           SELECT UnitMasterFile ASSIGN TO "./../unitmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT UnitHistoryFile ASSIGN TO "./../unithist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNH-STATUS.

           SELECT BranchFile ASSIGN TO "./../branch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TransferFile.
           COPY TRFREC.

       FD  TransferWorkFile.
           COPY TRFREC REPLACING
               ==STOCK-TRANSFER-RECORD== BY ==TRANSFER-WORK-RECORD==
               LEADING ==TRF== BY ==TRW==.

       FD  TransferCtlFile.
       01  TransferCtlRec               PIC 9(07).

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       FD  LocationFile.
           COPY SLCREC.

       FD  UnitMasterFile.
           COPY UNITREC.

       FD  UnitHistoryFile.
           COPY UNITHIST.

       FD  BranchFile.
           COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  WS-TRF-STATUS                PIC XX.
       01  WS-TRFW-STATUS               PIC XX.
       01  WS-TRF-CTL-STATUS            PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-SLC-STATUS                PIC XX.
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-UNH-STATUS                PIC XX.
       01  WS-BRN-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-BRN-EOF-SWITCH            PIC X(01).
           88  WS-BRN-END-OF-FILE       VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-OPR-ENV-ID                PIC X(05).
       01  WS-OPERATOR-ID               PIC 9(05) VALUE ZERO.
       01  WS-WORK-CODE                 PIC X(08).
       01  WS-WORK-SERIAL               PIC X(12).
       01  WS-FROM-BRANCH               PIC X(03).
       01  WS-TO-BRANCH                 PIC X(03).
       01  WS-CHECK-BRANCH              PIC X(03).
       01  WS-BRANCH-OK-SWITCH          PIC X(01).
           88  WS-BRANCH-OK             VALUE "Y".
       01  WS-QTY-ENTRY                 PIC X(05).
       01  WS-WORK-QTY                  PIC 9(05).
       01  WS-UNIT-VALUE                PIC 9(05)V99.
       01  WS-SHOP-ON-HAND              PIC 9(05).
       01  WS-SERIAL-SWITCH             PIC X(01).
           88  WS-SERIAL-KIND           VALUE "Y".
       01  WS-LAST-TRF-NO               PIC 9(07).
       01  WS-TRF-NO-ENTRY              PIC X(07).
       01  WS-WORK-TRF-NO               PIC 9(07).
       01  WS-TRF-FOUND-SWITCH          PIC X(01).
           88  WS-TRF-FOUND             VALUE "Y".
       01  WS-LISTED-COUNT              PIC 9(05).
       01  WS-TAKE-ON-COUNT             PIC 9(05).
       01  WS-HAS-ROW-SWITCH            PIC X(01).
           88  WS-HAS-ROW               VALUE "Y".
       01  WS-SLC-ACTION                PIC X(08).
       01  WS-SLC-QTY                   PIC 9(05).
       01  WS-SLC-ON-HAND               PIC 9(05).
       01  WS-SLC-IN-TRANSIT            PIC 9(05).
       01  WS-SLC-RESULT                PIC X(02).
       01  WS-TRF-FILE-NAME             PIC X(20)
               VALUE "./../stktrf.txt".
       01  WS-TRFW-FILE-NAME            PIC X(20)
               VALUE "./../stktrfw.txt".
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S158".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
           COPY STMREC.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-BRANCH-CODE
           PERFORM INITIALIZE-OPERATOR
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S158 - INTER-STORE STOCK TRANSFERS"
               DISPLAY "  This office: '" WS-BRANCH-CODE "'"
               DISPLAY "=============================================="
               DISPLAY "D=Dispatch  R=Receive  L=List in transit  "
                       "M=Take on catalog balances  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DISPATCH-TRANSFER
                   WHEN "R"
                   WHEN "r"
                       PERFORM RECEIVE-TRANSFER
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-OPEN-TRANSFERS
                   WHEN "M"
                   WHEN "m"
                       PERFORM TAKE-ON-LOCATIONS
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Send stock from one office to another. The sending office's
      * on-hand must cover the quantity - STKLOC refuses a short
      * take and nothing moves.
       DISPATCH-TRANSFER.
           DISPLAY "Item code: "
           ACCEPT WS-WORK-CODE
           PERFORM READ-CATALOG-ITEM
           IF WS-CAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "From office (blank = this office '"
                   WS-BRANCH-CODE "'): "
           MOVE SPACES TO WS-FROM-BRANCH
           ACCEPT WS-FROM-BRANCH
           IF WS-FROM-BRANCH = SPACES
               MOVE WS-BRANCH-CODE TO WS-FROM-BRANCH
           END-IF
           MOVE WS-FROM-BRANCH TO WS-CHECK-BRANCH
           PERFORM CHECK-ACTIVE-OFFICE
           IF NOT WS-BRANCH-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "To office (blank = head office): "
           MOVE SPACES TO WS-TO-BRANCH
           ACCEPT WS-TO-BRANCH
           IF WS-TO-BRANCH = WS-FROM-BRANCH
               DISPLAY "From and to office are the same - nothing "
                       "to transfer."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-BRANCH TO WS-CHECK-BRANCH
           PERFORM CHECK-ACTIVE-OFFICE
           IF NOT WS-BRANCH-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WORK-SERIAL
           IF WS-SERIAL-KIND
               PERFORM PICK-SERIAL-TO-SEND
               IF WS-WORK-SERIAL = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-WORK-QTY
           ELSE
               DISPLAY "Quantity: "
               MOVE SPACES TO WS-QTY-ENTRY
               ACCEPT WS-QTY-ENTRY
               IF WS-QTY-ENTRY IS NOT NUMERIC
                   DISPLAY "Quantity must be numeric - not sent."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-QTY-ENTRY TO WS-WORK-QTY
               IF WS-WORK-QTY = ZERO
                   DISPLAY "Quantity must be above zero - not sent."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "TAKE" TO WS-SLC-ACTION
           MOVE WS-WORK-QTY TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION WS-WORK-CODE
                   WS-FROM-BRANCH WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT = "SH"
               DISPLAY "Office '" WS-FROM-BRANCH "' holds only "
                       WS-SLC-ON-HAND " of " WS-WORK-CODE
                       " - not sent."
               EXIT PARAGRAPH
           END-IF
           IF WS-SLC-RESULT NOT = "00"
               DISPLAY "Office stock could not be posted - result "
                       WS-SLC-RESULT " - not sent."
               EXIT PARAGRAPH
           END-IF
           MOVE "SHIP" TO WS-SLC-ACTION
           CALL "STKLOC" USING WS-SLC-ACTION WS-WORK-CODE
                   WS-TO-BRANCH WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT

           PERFORM ASSIGN-NEXT-TRANSFER-NO
           MOVE SPACES            TO STOCK-TRANSFER-RECORD
           MOVE WS-LAST-TRF-NO    TO TRF-NO
           SET TRF-STATE-DISPATCHED TO TRUE
           MOVE WS-WORK-CODE      TO TRF-ITEM-CODE
           MOVE WS-WORK-SERIAL    TO TRF-SERIAL
           MOVE WS-WORK-QTY       TO TRF-QTY
           MOVE WS-FROM-BRANCH    TO TRF-FROM-BRANCH
           MOVE WS-TO-BRANCH      TO TRF-TO-BRANCH
           MOVE WS-TODAY-DATE     TO TRF-DISPATCH-DATE
           MOVE WS-OPERATOR-ID    TO TRF-DISPATCHED-BY
           MOVE ZERO              TO TRF-RECEIVED-DATE
           MOVE ZERO              TO TRF-RECEIVED-BY
           OPEN EXTEND TransferFile
           IF WS-TRF-STATUS = "35"
               OPEN OUTPUT TransferFile
           END-IF
           IF WS-TRF-STATUS NOT = "00"
               DISPLAY "stktrf.txt could not be opened - status "
                       WS-TRF-STATUS " - transfer " WS-LAST-TRF-NO
                       " NOT logged."
           ELSE
               WRITE STOCK-TRANSFER-RECORD
               CLOSE TransferFile
           END-IF

           IF WS-SERIAL-KIND
               PERFORM SEND-UNIT
           END-IF
           MOVE ZERO           TO STM-QTY-IN
           MOVE WS-WORK-QTY    TO STM-QTY-OUT
           MOVE WS-FROM-BRANCH TO STM-BRANCH
           PERFORM RECORD-TRANSFER-MOVEMENT

           DISPLAY "Transfer " WS-LAST-TRF-NO " dispatched: "
                   WS-WORK-QTY " x " WS-WORK-CODE " '"
                   WS-FROM-BRANCH "' -> '" WS-TO-BRANCH "'."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Transfer " WS-LAST-TRF-NO " dispatched "
                   WS-WORK-QTY " x " WS-WORK-CODE " from '"
                   WS-FROM-BRANCH "' to '" WS-TO-BRANCH "'"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Which unit of a serial-controlled kind goes - it must be in
      * stock at the sending office. A refused serial comes back
      * blank.
       PICK-SERIAL-TO-SEND.
           DISPLAY "Serial number: "
           ACCEPT WS-WORK-SERIAL
           OPEN INPUT UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - not sent."
               MOVE SPACES TO WS-WORK-SERIAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   DISPLAY "Serial " WS-WORK-SERIAL " is not "
                           "registered - not sent."
                   MOVE SPACES TO WS-WORK-SERIAL
           END-READ
           EVALUATE TRUE
               WHEN WS-WORK-SERIAL = SPACES
                   CONTINUE
               WHEN UNIT-ITEM-CODE NOT = WS-WORK-CODE
                   DISPLAY "Serial " WS-WORK-SERIAL " is a "
                           UNIT-ITEM-CODE " - not sent."
                   MOVE SPACES TO WS-WORK-SERIAL
               WHEN NOT UNIT-STATE-IN-STOCK
                   DISPLAY "Serial " WS-WORK-SERIAL " is not in "
                           "stock (state " UNIT-STATE ") - not sent."
                   MOVE SPACES TO WS-WORK-SERIAL
               WHEN UNIT-BRANCH NOT = WS-FROM-BRANCH
                   DISPLAY "Serial " WS-WORK-SERIAL " is held at "
                           "office '" UNIT-BRANCH "' - not sent."
                   MOVE SPACES TO WS-WORK-SERIAL
           END-EVALUATE
           CLOSE UnitMasterFile.

      * The unit is on the road, booked to the office it is going to.
       SEND-UNIT.
           OPEN I-O UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - unit NOT moved."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   CLOSE UnitMasterFile
                   EXIT PARAGRAPH
           END-READ
           SET UNIT-STATE-IN-TRANSIT TO TRUE
           MOVE WS-TO-BRANCH TO UNIT-BRANCH
           REWRITE UNIT-RECORD
           CLOSE UnitMasterFile
           SET UNH-ACTION-DISPATCHED TO TRUE
           PERFORM WRITE-UNIT-HISTORY.

      * Book a dispatched transfer in at the office it was sent to.
       RECEIVE-TRANSFER.
           DISPLAY "Transfer number: "
           MOVE SPACES TO WS-TRF-NO-ENTRY
           ACCEPT WS-TRF-NO-ENTRY
           IF WS-TRF-NO-ENTRY IS NOT NUMERIC
               DISPLAY "Transfer number must be numeric."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRF-NO-ENTRY TO WS-WORK-TRF-NO
           PERFORM FIND-TRANSFER
           IF NOT WS-TRF-FOUND
               DISPLAY "Transfer " WS-WORK-TRF-NO " is not on file."
               EXIT PARAGRAPH
           END-IF
           IF NOT TRF-STATE-DISPATCHED
               DISPLAY "Transfer " WS-WORK-TRF-NO " was received on "
                       TRF-RECEIVED-DATE " - nothing to do."
               EXIT PARAGRAPH
           END-IF
           IF TRF-TO-BRANCH NOT = WS-BRANCH-CODE
               DISPLAY "Transfer " WS-WORK-TRF-NO " is going to "
                       "office '" TRF-TO-BRANCH "', not this office."
               DISPLAY "Receive it on that office's behalf (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Not received."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE TRF-ITEM-CODE TO WS-WORK-CODE
           MOVE TRF-SERIAL    TO WS-WORK-SERIAL
           MOVE TRF-QTY       TO WS-WORK-QTY
           MOVE TRF-TO-BRANCH TO WS-TO-BRANCH

           MOVE "LAND" TO WS-SLC-ACTION
           MOVE WS-WORK-QTY TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION WS-WORK-CODE
                   WS-TO-BRANCH WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT NOT = "00"
               DISPLAY "Office stock could not be posted - result "
                       WS-SLC-RESULT " - not received."
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-SERIAL NOT = SPACES
               PERFORM LAND-UNIT
           END-IF
           PERFORM MARK-TRANSFER-RECEIVED

           PERFORM READ-CATALOG-ITEM
           MOVE WS-WORK-QTY    TO STM-QTY-IN
           MOVE ZERO           TO STM-QTY-OUT
           MOVE WS-TO-BRANCH   TO STM-BRANCH
           PERFORM RECORD-TRANSFER-MOVEMENT

           DISPLAY "Transfer " WS-WORK-TRF-NO " received: "
                   WS-WORK-QTY " x " WS-WORK-CODE " at office '"
                   WS-TO-BRANCH "'."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Transfer " WS-WORK-TRF-NO " received "
                   WS-WORK-QTY " x " WS-WORK-CODE " at '"
                   WS-TO-BRANCH "'"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Leaves the transfer row in hand when found.
       FIND-TRANSFER.
           MOVE "N" TO WS-TRF-FOUND-SWITCH
           OPEN INPUT TransferFile
           IF WS-TRF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-TRANSFER
           PERFORM UNTIL WS-END-OF-FILE OR WS-TRF-FOUND
               IF TRF-NO = WS-WORK-TRF-NO
                   SET WS-TRF-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-TRANSFER
               END-IF
           END-PERFORM
           CLOSE TransferFile.

       READ-NEXT-TRANSFER.
           READ TransferFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The unit is back in stock, at its new office.
       LAND-UNIT.
           OPEN I-O UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - unit NOT moved."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   DISPLAY "Serial " WS-WORK-SERIAL " is no longer "
                           "registered - unit NOT moved."
                   CLOSE UnitMasterFile
                   EXIT PARAGRAPH
           END-READ
           SET UNIT-STATE-IN-STOCK TO TRUE
           MOVE WS-TO-BRANCH TO UNIT-BRANCH
           REWRITE UNIT-RECORD
           CLOSE UnitMasterFile
           SET UNH-ACTION-RECEIVED TO TRUE
           PERFORM WRITE-UNIT-HISTORY.

      * Copy stktrf.txt to the work file with the transfer marked
      * received, then swap it into place.
       MARK-TRANSFER-RECEIVED.
           OPEN INPUT TransferFile
           IF WS-TRF-STATUS NOT = "00"
               DISPLAY "stktrf.txt could not be opened - status "
                       WS-TRF-STATUS " - transfer NOT marked received."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TransferWorkFile
           IF WS-TRFW-STATUS NOT = "00"
               DISPLAY "stktrfw.txt could not be opened - status "
                       WS-TRFW-STATUS " - transfer NOT marked "
                       "received."
               CLOSE TransferFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-TRANSFER
           PERFORM UNTIL WS-END-OF-FILE
               IF TRF-NO = WS-WORK-TRF-NO
                   SET TRF-STATE-RECEIVED TO TRUE
                   MOVE WS-TODAY-DATE  TO TRF-RECEIVED-DATE
                   MOVE WS-OPERATOR-ID TO TRF-RECEIVED-BY
               END-IF
               MOVE STOCK-TRANSFER-RECORD TO TRANSFER-WORK-RECORD
               WRITE TRANSFER-WORK-RECORD
               PERFORM READ-NEXT-TRANSFER
           END-PERFORM
           CLOSE TransferFile
           CLOSE TransferWorkFile
           CALL "CBL_DELETE_FILE" USING WS-TRF-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-TRFW-FILE-NAME
                   WS-TRF-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated transfers are at "
                       "stktrfw.txt; restore it by hand."
           END-IF.

      * Everything still on the road, oldest first.
       LIST-OPEN-TRANSFERS.
           OPEN INPUT TransferFile
           IF WS-TRF-STATUS NOT = "00"
               DISPLAY "stktrf.txt could not be opened - status "
                       WS-TRF-STATUS " - no transfers yet."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LISTED-COUNT
           DISPLAY "TRANSFER ITEM     SERIAL         QTY FROM TO  "
                   "SENT"
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-TRANSFER
           PERFORM UNTIL WS-END-OF-FILE
               IF TRF-STATE-DISPATCHED
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY TRF-NO "  " TRF-ITEM-CODE " "
                           TRF-SERIAL " " TRF-QTY " "
                           TRF-FROM-BRANCH "  " TRF-TO-BRANCH " "
                           TRF-DISPATCH-DATE
               END-IF
               PERFORM READ-NEXT-TRANSFER
           END-PERFORM
           CLOSE TransferFile
           DISPLAY WS-LISTED-COUNT " transfer(s) in transit.".

      * One-time take-on of the shop-wide figures: a catalog item no
      * office holds yet is placed at the head office, with the
      * catalog's reorder settings for S098 to work from.
       TAKE-ON-LOCATIONS.
           DISPLAY "Place every item with no office row at the head "
                   "office (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Take-on abandoned."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LocationFile
           IF WS-SLC-STATUS = "35"
               OPEN OUTPUT LocationFile
               CLOSE LocationFile
               OPEN I-O LocationFile
           END-IF
           IF WS-SLC-STATUS NOT = "00"
               DISPLAY "itemloc.txt could not be opened - status "
                       WS-SLC-STATUS
               CLOSE ItemCatalogFile
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TAKE-ON-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CATALOG-ITEM
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM CHECK-ITEM-HAS-ROW
               IF NOT WS-HAS-ROW
                   MOVE CAT-ITEM-CODE     TO SLC-ITEM-CODE
                   MOVE SPACES            TO SLC-BRANCH
                   MOVE CAT-ON-HAND       TO SLC-ON-HAND
                   MOVE ZERO              TO SLC-IN-TRANSIT
                   MOVE CAT-REORDER-POINT TO SLC-REORDER-POINT
                   MOVE CAT-REORDER-QTY   TO SLC-REORDER-QTY
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY "Item " CAT-ITEM-CODE
                                   " not placed - status "
                                   WS-SLC-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-TAKE-ON-COUNT
                   END-WRITE
               END-IF
               PERFORM READ-NEXT-CATALOG-ITEM
           END-PERFORM
           CLOSE LocationFile
           CLOSE ItemCatalogFile
           DISPLAY "Take-on complete - " WS-TAKE-ON-COUNT
                   " item(s) placed at the head office."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Location take-on " WS-TODAY-DATE " - "
                   WS-TAKE-ON-COUNT " item(s) placed at head office"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Any office row at all for the catalog item in hand - the
      * item's rows sit together under its code.
       CHECK-ITEM-HAS-ROW.
           MOVE "N" TO WS-HAS-ROW-SWITCH
           MOVE CAT-ITEM-CODE TO SLC-ITEM-CODE
           MOVE LOW-VALUES    TO SLC-BRANCH
           START LocationFile KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ LocationFile NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF SLC-ITEM-CODE = CAT-ITEM-CODE
               SET WS-HAS-ROW TO TRUE
           END-IF.

       READ-NEXT-CATALOG-ITEM.
           READ ItemCatalogFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The catalog row for WS-WORK-CODE - its unit value, shop-wide
      * on-hand and whether it moves by serial. Status other than
      * "00" means it was refused.
       READ-CATALOG-ITEM.
           MOVE ZERO TO WS-UNIT-VALUE
           MOVE ZERO TO WS-SHOP-ON-HAND
           MOVE "N" TO WS-SERIAL-SWITCH
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   DISPLAY "Item code " WS-WORK-CODE
                           " is not cataloged."
               NOT INVALID KEY
                   MOVE CAT-UNIT-VALUE TO WS-UNIT-VALUE
                   MOVE CAT-ON-HAND    TO WS-SHOP-ON-HAND
                   IF CAT-SERIAL-CONTROLLED
                       SET WS-SERIAL-KIND TO TRUE
                   END-IF
           END-READ
           CLOSE ItemCatalogFile.

      * A blank office is the head office and always open; any other
      * code must be an active office on branch.txt.
       CHECK-ACTIVE-OFFICE.
           MOVE "N" TO WS-BRANCH-OK-SWITCH
           IF WS-CHECK-BRANCH = SPACES
               SET WS-BRANCH-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BRN-EOF-SWITCH
           OPEN INPUT BranchFile
           IF WS-BRN-STATUS NOT = "00"
               DISPLAY "branch.txt could not be opened - status "
                       WS-BRN-STATUS " - office refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-BRANCH
           PERFORM UNTIL WS-BRN-END-OF-FILE OR WS-BRANCH-OK
               IF BRN-CODE = WS-CHECK-BRANCH AND BRN-STATE-ACTIVE
                   SET WS-BRANCH-OK TO TRUE
               ELSE
                   PERFORM READ-NEXT-BRANCH
               END-IF
           END-PERFORM
           CLOSE BranchFile
           IF NOT WS-BRANCH-OK
               DISPLAY "Office '" WS-CHECK-BRANCH "' is not an "
                       "active branch - refused."
           END-IF.

       READ-NEXT-BRANCH.
           READ BranchFile
               AT END
                   SET WS-BRN-END-OF-FILE TO TRUE
           END-READ.

      * One leg of a transfer on the stock movement ledger - the
      * caller sets the quantity in or out and the office. The
      * shop-wide on-hand does not move.
       RECORD-TRANSFER-MOVEMENT.
           MOVE WS-WORK-CODE    TO STM-ITEM-CODE
           SET STM-TYPE-TRANSFER TO TRUE
           MOVE WS-UNIT-VALUE   TO STM-UNIT-VALUE
           MOVE WS-SHOP-ON-HAND TO STM-ON-HAND-AFTER
           MOVE "S158"          TO STM-PROGRAM
           MOVE WS-OPERATOR-ID  TO STM-OPERATOR
           MOVE SPACES          TO STM-REFERENCE
           IF STM-QTY-OUT > ZERO
               MOVE WS-LAST-TRF-NO TO STM-REFERENCE
           ELSE
               MOVE WS-WORK-TRF-NO TO STM-REFERENCE
           END-IF
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

      * Append one unit movement - action already set by the caller;
      * the employee is zero and the issue number carries the
      * transfer.
       WRITE-UNIT-HISTORY.
           OPEN EXTEND UnitHistoryFile
           IF WS-UNH-STATUS = "35"
               OPEN OUTPUT UnitHistoryFile
           END-IF
           IF WS-UNH-STATUS NOT = "00"
               DISPLAY "unithist.txt could not be opened - status "
                       WS-UNH-STATUS " - movement NOT logged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SERIAL TO UNH-SERIAL
           ACCEPT UNH-DATE FROM DATE YYYYMMDD
           ACCEPT UNH-TIME FROM TIME
           MOVE ZERO TO UNH-EMPLOYEE
           IF UNH-ACTION-DISPATCHED
               MOVE WS-LAST-TRF-NO TO UNH-ISSUE-ID
           ELSE
               MOVE WS-WORK-TRF-NO TO UNH-ISSUE-ID
           END-IF
           WRITE UNIT-HISTORY-RECORD
           CLOSE UnitHistoryFile.

      * Read the last-used transfer number from trfctl.txt, bump it
      * by one and save it back - the persistent-counter shape of
      * rcptctl.txt.
       ASSIGN-NEXT-TRANSFER-NO.
           MOVE ZERO TO WS-LAST-TRF-NO
           OPEN INPUT TransferCtlFile
           IF WS-TRF-CTL-STATUS = "00"
               READ TransferCtlFile INTO WS-LAST-TRF-NO
               CLOSE TransferCtlFile
           END-IF
           ADD 1 TO WS-LAST-TRF-NO
           OPEN OUTPUT TransferCtlFile
           MOVE WS-LAST-TRF-NO TO TransferCtlRec
           WRITE TransferCtlRec
           CLOSE TransferCtlFile.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

      * Who is at the desk, for the transfer row and the ledger - the
      * session's OPERATOR_ID, zero when unset.
       INITIALIZE-OPERATOR.
           MOVE SPACES TO WS-OPR-ENV-ID
           ACCEPT WS-OPR-ENV-ID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPR-ENV-ID
           END-ACCEPT
           IF WS-OPR-ENV-ID IS NUMERIC
               MOVE WS-OPR-ENV-ID TO WS-OPERATOR-ID
           END-IF.

       END PROGRAM S158.
