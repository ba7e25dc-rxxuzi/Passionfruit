      *                    against the S111 unit listing. The apply
      *                    step still corrects CAT-ON-HAND, keeping
      *                    the two in step.
      *   2024-10-25  rxz  Each stocktake adjustment applied to
      *                    CAT-ON-HAND is also written to the stock
      *                    movement ledger (stkmove.txt) through STMADD
      *                    - the gain in or the loss out, with the count
      *                    sheet's date as reference and the approving
      *                    supervisor as operator - for S157's valuation
      *                    roll-forward.
      *   2024-10-28  rxz  Stock is counted office by office. Extract
      *                    asks which office's shelves are being counted
      *                    (blank = the desk's BRANCH_CODE, any other
      *                    code checked against branch.txt) and freezes
      *                    that office's on-hand from itemloc.txt - for
      *                    a serial-controlled kind, its in-stock units
      *                    held there - into the sheet, which carries
      *                    the office (STK-BRANCH). Apply sets the
      *                    office's figure to the count through STKLOC
      *                    and moves CAT-ON-HAND by the same difference;
      *                    the register row and the movement carry the
      *                    office.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S084.
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT BranchFile ASSIGN TO "./../branch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ItemCatalogFile.
           05  STK-EXPECTED             PIC 9(05).
           05  STK-COUNTED              PIC 9(05).
           05  STK-SHEET-DATE           PIC 9(08).
           05  STK-BRANCH               PIC X(03).

       FD  CountSheetWorkFile.
       01  COUNT-SHEET-WORK-RECORD.
           05  SKW-EXPECTED             PIC 9(05).
           05  SKW-COUNTED              PIC 9(05).
           05  SKW-SHEET-DATE           PIC 9(08).
           05  SKW-BRANCH               PIC X(03).

       FD  AdjustRegisterFile.
       01  STOCK-ADJUST-RECORD.
           05  ADJ-TIME                 PIC 9(06).
           05  ADJ-APPROVED-BY          PIC 9(05).
           05  ADJ-REASON               PIC X(30).
           05  ADJ-BRANCH               PIC X(03).

       FD  OperatorFile.
           COPY OPRREC.
       FD  UnitMasterFile.
           COPY UNITREC.

       FD  BranchFile.
           COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S084".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-OLD-ON-HAND               PIC 9(05).
       01  WS-NEW-SHOP-ON-HAND          PIC S9(06).
       01  WS-BRN-STATUS                PIC XX.
       01  WS-BRN-EOF-SWITCH            PIC X(01).
           88  WS-BRN-END-OF-FILE       VALUE "Y".
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-WORK-BRANCH               PIC X(03).
       01  WS-BRANCH-OK-SWITCH          PIC X(01).
           88  WS-BRANCH-OK             VALUE "Y".
       01  WS-SLC-ACTION                PIC X(08).
       01  WS-SLC-QTY                   PIC 9(05).
       01  WS-SLC-ON-HAND               PIC 9(05).
       01  WS-SLC-IN-TRANSIT            PIC 9(05).
       01  WS-SLC-RESULT                PIC X(02).
           COPY STMREC.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-BRANCH-CODE
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
           END-PERFORM
           STOP RUN.

      * Freeze one office's expected balances into a fresh sheet.
      * An unfinished sheet on file is refused - two live sheets
      * would make the variance meaningless.
       EXTRACT-COUNT-SHEET.
                       "finish or apply it first."
               EXIT PARAGRAPH
           END-IF
           PERFORM ENTER-OFFICE
           IF NOT WS-BRANCH-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
               SET STK-STATE-OPEN TO TRUE
               MOVE CAT-ITEM-CODE TO STK-ITEM-CODE
               MOVE CAT-ITEM-DESC TO STK-ITEM-DESC
               MOVE "GET" TO WS-SLC-ACTION
               MOVE ZERO TO WS-SLC-QTY
               CALL "STKLOC" USING WS-SLC-ACTION CAT-ITEM-CODE
                       WS-WORK-BRANCH WS-SLC-QTY WS-SLC-ON-HAND
                       WS-SLC-IN-TRANSIT WS-SLC-RESULT
               MOVE WS-SLC-ON-HAND TO STK-EXPECTED
      *        A serial-controlled kind expects its in-stock
      *        serials, not the quantity balance - the serials
      *        are the truth for those kinds.
               END-IF
               MOVE ZERO          TO STK-COUNTED
               MOVE WS-TODAY-DATE TO STK-SHEET-DATE
               MOVE WS-WORK-BRANCH TO STK-BRANCH
               WRITE COUNT-SHEET-RECORD
               ADD 1 TO WS-SHEET-ROWS
               PERFORM READ-NEXT-CATALOG-ROW
           CLOSE CountSheetFile
           CLOSE ItemCatalogFile
           DISPLAY "Count sheet of " WS-SHEET-ROWS " item(s) "
                   "extracted for office '" WS-WORK-BRANCH
                   "' - count the shelves and key the figures "
                   "with C.".

       READ-NEXT-CATALOG-ROW.
           READ ItemCatalogFile NEXT RECORD
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * In-stock unit rows held at the office being counted, for
      * the catalog code in hand. A missing
      * unit master counts zero - the flagged kind simply has no
      * registered units yet.
       COUNT-IN-STOCK-UNITS.
           PERFORM UNTIL WS-UNIT-END-OF-FILE
               IF UNIT-ITEM-CODE = CAT-ITEM-CODE
                       AND UNIT-STATE-IN-STOCK
                       AND UNIT-BRANCH = WS-WORK-BRANCH
                   ADD 1 TO WS-UNIT-EXPECTED
               END-IF
               PERFORM READ-NEXT-UNIT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-SHEET-ROW
           IF NOT WS-END-OF-FILE
               STRING "OFFICE '" STK-BRANCH "'  SHEET OF "
                       STK-SHEET-DATE
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               IF STK-STATE-COUNTED OR STK-STATE-APPLIED
                   COMPUTE WS-VARIANCE
                           " has gone - not adjusted."
                   EXIT PARAGRAPH
           END-READ
      *    The office's figure now, not the one frozen on the sheet
      *    - stock may have moved there since the extract.
           MOVE "GET" TO WS-SLC-ACTION
           MOVE ZERO TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION STK-ITEM-CODE
                   STK-BRANCH WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           MOVE WS-SLC-ON-HAND TO WS-OLD-ON-HAND
           IF WS-OLD-ON-HAND = STK-COUNTED
               SET STK-STATE-APPLIED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ADJUST-REGISTER
           COMPUTE WS-NEW-SHOP-ON-HAND
                   = CAT-ON-HAND - WS-OLD-ON-HAND + STK-COUNTED
           IF WS-NEW-SHOP-ON-HAND < ZERO
               MOVE ZERO TO WS-NEW-SHOP-ON-HAND
           END-IF
           MOVE WS-NEW-SHOP-ON-HAND TO CAT-ON-HAND
           REWRITE CATALOG-ITEM-RECORD
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "Catalog update failed for " STK-ITEM-CODE
                       " - status " WS-CAT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "SET" TO WS-SLC-ACTION
           MOVE STK-COUNTED TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION STK-ITEM-CODE
                   STK-BRANCH WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT NOT = "00"
               DISPLAY "Office balance not set for " STK-ITEM-CODE
                       " - result " WS-SLC-RESULT
           END-IF
           PERFORM RECORD-ADJUST-MOVEMENT
           SET STK-STATE-APPLIED TO TRUE
           ADD 1 TO WS-APPLIED-COUNT
           DISPLAY "Adjusted " STK-ITEM-CODE ": " WS-OLD-ON-HAND
                   " -> " STK-COUNTED.

      * The difference just applied goes on the stock movement
      * ledger - a count above the book balance in, below it out.
       RECORD-ADJUST-MOVEMENT.
           MOVE SPACES         TO STOCK-MOVEMENT-RECORD
           MOVE CAT-ITEM-CODE  TO STM-ITEM-CODE
           SET STM-TYPE-ADJUSTMENT TO TRUE
           MOVE ZERO           TO STM-QTY-IN
           MOVE ZERO           TO STM-QTY-OUT
           IF STK-COUNTED > WS-OLD-ON-HAND
               COMPUTE STM-QTY-IN = STK-COUNTED - WS-OLD-ON-HAND
           ELSE
               COMPUTE STM-QTY-OUT = WS-OLD-ON-HAND - STK-COUNTED
           END-IF
           MOVE CAT-UNIT-VALUE TO STM-UNIT-VALUE
           MOVE CAT-ON-HAND    TO STM-ON-HAND-AFTER
           MOVE "S084"         TO STM-PROGRAM
           MOVE WS-SIGNON-ID   TO STM-OPERATOR
           MOVE STK-SHEET-DATE TO STM-REFERENCE
           MOVE STK-BRANCH     TO STM-BRANCH
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

       WRITE-ADJUST-REGISTER.
           OPEN EXTEND AdjustRegisterFile
           IF WS-ADJ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE STK-ITEM-CODE TO ADJ-ITEM-CODE
           MOVE WS-OLD-ON-HAND TO ADJ-OLD-ON-HAND
           MOVE STK-COUNTED   TO ADJ-NEW-ON-HAND
           MOVE STK-BRANCH    TO ADJ-BRANCH
           ACCEPT ADJ-DATE FROM DATE YYYYMMDD
           ACCEPT ADJ-TIME FROM TIME
           MOVE WS-SIGNON-ID  TO ADJ-APPROVED-BY
           END-PERFORM
           CLOSE CountSheetFile.

      * The office being counted - blank takes this desk's own. Any
      * other code must be an active office on branch.txt.
       ENTER-OFFICE.
           MOVE "N" TO WS-BRANCH-OK-SWITCH
           DISPLAY "Office being counted (blank = this office '"
                   WS-BRANCH-CODE "'): "
           MOVE SPACES TO WS-WORK-BRANCH
           ACCEPT WS-WORK-BRANCH
           IF WS-WORK-BRANCH = SPACES
               MOVE WS-BRANCH-CODE TO WS-WORK-BRANCH
           END-IF
           IF WS-WORK-BRANCH = SPACES
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
               IF BRN-CODE = WS-WORK-BRANCH AND BRN-STATE-ACTIVE
                   SET WS-BRANCH-OK TO TRUE
               ELSE
                   PERFORM READ-NEXT-BRANCH
               END-IF
           END-PERFORM
           CLOSE BranchFile
           IF NOT WS-BRANCH-OK
               DISPLAY "Office '" WS-WORK-BRANCH "' is not an "
                       "active branch - refused."
           END-IF.

       READ-NEXT-BRANCH.
           READ BranchFile
               AT END
                   SET WS-BRN-END-OF-FILE TO TRUE
           END-READ.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

       SWAP-SHEET-FILES.
           CALL "CBL_DELETE_FILE" USING WS-STK-FILE-NAME
                   RETURNING WS-DEL-RESULT
