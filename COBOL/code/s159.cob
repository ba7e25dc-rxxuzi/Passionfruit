      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-03
      * Purpose: Equipment disposal and retirement. Stock that is
      *          scrapped, sold or donated leaves the books here, on a
      *          supervisor's sign-on:
      *            D - dispose: a serial-controlled kind goes one unit
      *                at a time - the unit must be in stock at this
      *                office and is marked disposed (unitmast.txt state
      *                "D", unithist.txt action "X"); any other kind
      *                goes by quantity, up to what this office holds.
      *                The kind's accumulated depreciation per unit is
      *                summed from S085's history (dephist.txt) up to
      *                the disposal month, each month once and never
      *                past the unit value; cost less that is the book
      *                value, and the proceeds against it give the gain
      *                or the loss. CAT-ON-HAND and the office's stock
      *                come down, a "D" row goes on the stock movement
      *                ledger, the disposal is posted into glpost.txt
      *                (rules DISPDEP, DISPPROC, DISPLOSS and DISPGAIN
      *                through GLACCT) and the register row is written
      *                to disposal.txt (DSPREC).
      *            R - the disposals register for a date range, for
      *                the auditors, through RPTWRT.
      *          Disposals are numbered from dspctl.txt. As with
      *          S085, run the posting after the day's S042, whose
      *          extract rewrites the interface file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S159.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisposalFile ASSIGN TO "./../disposal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.

           SELECT DisposalCtlFile ASSIGN TO "./../dspctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-CTL-STATUS.

           SELECT DepHistoryFile ASSIGN TO "./../dephist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPH-STATUS.

           SELECT ItemCatalogFile ASSIGN TO "./../itemcat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-CAT-STATUS.

           SELECT UnitMasterFile ASSIGN TO "./../unitmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT UnitHistoryFile ASSIGN TO "./../unithist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNH-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT GlPostFile ASSIGN TO "./../glpost.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT RunRegisterFile ASSIGN TO "./../glrunreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DisposalFile.
           COPY DSPREC.

       FD  DisposalCtlFile.
       01  DisposalCtlRec               PIC 9(05).

       FD  DepHistoryFile.
           COPY DPHREC.

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       FD  UnitMasterFile.
           COPY UNITREC.

       FD  UnitHistoryFile.
           COPY UNITHIST.

       FD  OperatorFile.
           COPY OPRREC.

       FD  GlPostFile.
       01  GL-POSTING-LINE.
           05  GL-POST-DATE             PIC 9(08).
           05  GL-ACCOUNT               PIC X(08).
           05  GL-DR-CR                 PIC X(02).
               88  GL-DEBIT             VALUE "DR".
               88  GL-CREDIT            VALUE "CR".
           05  GL-AMOUNT                PIC 9(11)V99.
           05  GL-DESCRIPTION           PIC X(30).
           05  GL-RUN-NO                PIC 9(05).

       FD  RunRegisterFile.
           COPY GLRUN.

       WORKING-STORAGE SECTION.
       01  WS-DSP-STATUS                PIC XX.
       01  WS-DSP-CTL-STATUS            PIC XX.
       01  WS-DPH-STATUS                PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-UNH-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-GL-STATUS                 PIC XX.
       01  WS-RUN-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-RUN-EOF-SWITCH            PIC X(01).
           88  WS-RUN-END-OF-FILE       VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-WORK-CODE                 PIC X(08).
       01  WS-WORK-DESC                 PIC X(20).
       01  WS-WORK-SERIAL               PIC X(12).
       01  WS-QTY-ENTRY                 PIC X(05).
       01  WS-WORK-QTY                  PIC 9(05).
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-DISPOSAL-DATE             PIC 9(08).
       01  WS-DISPOSAL-MONTH            PIC 9(06).
       01  WS-UNIT-VALUE                PIC 9(05)V99.
       01  WS-SHOP-ON-HAND              PIC 9(05).
       01  WS-SERIAL-SWITCH             PIC X(01).
           88  WS-SERIAL-KIND           VALUE "Y".
       01  WS-ITEM-FOUND-SWITCH         PIC X(01).
           88  WS-ITEM-FOUND            VALUE "Y".
       01  WS-ACCUM-PER-UNIT            PIC 9(07)V99.
       01  WS-DEP-MONTH-COUNT           PIC 9(04) COMP.
       01  WS-DEP-MONTHS.
           05  WS-DEP-MONTH             PIC 9(06) OCCURS 600 TIMES.
       01  WS-DM-IDX                    PIC 9(04) COMP.
       01  WS-MONTH-SEEN-SWITCH         PIC X(01).
           88  WS-MONTH-SEEN            VALUE "Y".
       01  WS-NET-AMOUNT                PIC S9(09)V99.
       01  WS-LAST-DSP-NO               PIC 9(05).
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-TO-DATE                   PIC 9(08).
       01  WS-LISTED-COUNT              PIC 9(05).
       01  WS-TOTAL-COST                PIC 9(11)V99.
       01  WS-TOTAL-ACCUM-DEP           PIC 9(11)V99.
       01  WS-TOTAL-BOOK-VALUE          PIC 9(11)V99.
       01  WS-TOTAL-PROCEEDS            PIC 9(11)V99.
       01  WS-TOTAL-GAIN                PIC 9(11)V99.
       01  WS-TOTAL-LOSS                PIC 9(11)V99.
       01  WS-SLC-ACTION                PIC X(08).
       01  WS-SLC-QTY                   PIC 9(05).
       01  WS-SLC-ON-HAND               PIC 9(05).
       01  WS-SLC-IN-TRANSIT            PIC 9(05).
       01  WS-SLC-RESULT                PIC X(02).
       01  WS-GLA-MOVEMENT              PIC X(08).
       01  WS-GLA-CURRENCY              PIC X(03) VALUE SPACES.
       01  WS-GLA-DR-ACCOUNT            PIC X(08).
       01  WS-GLA-CR-ACCOUNT            PIC X(08).
       01  WS-GL-PAIR-AMOUNT            PIC 9(11)V99.
       01  WS-GL-PAIR-DESC              PIC X(30).
       01  WS-ACTIVE-RUN-NO             PIC 9(05) VALUE ZERO.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S159".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
           COPY STMREC.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-BRANCH-CODE
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S159 - EQUIPMENT DISPOSALS"
               DISPLAY "  This office: '" WS-BRANCH-CODE "'"
               DISPLAY "=============================================="
               DISPLAY "D=Dispose  R=Disposals register  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "D"
                   WHEN "d"
                       PERFORM SUPERVISOR-SIGN-ON
                       PERFORM DISPOSE-EQUIPMENT
                   WHEN "R"
                   WHEN "r"
                       PERFORM PRINT-DISPOSALS-REGISTER
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Take equipment off the books at this office. Everything is
      * checked and priced before anything moves, and the operator
      * confirms the figures first.
       DISPOSE-EQUIPMENT.
           MOVE SPACES TO DISPOSAL-RECORD
           DISPLAY "Item code: "
           ACCEPT WS-WORK-CODE
           PERFORM READ-CATALOG-ITEM
           IF NOT WS-ITEM-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WORK-SERIAL
           IF WS-SERIAL-KIND
               PERFORM PICK-SERIAL-TO-DISPOSE
               IF WS-WORK-SERIAL = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-WORK-QTY
           ELSE
               DISPLAY "Quantity: "
               MOVE SPACES TO WS-QTY-ENTRY
               ACCEPT WS-QTY-ENTRY
               IF WS-QTY-ENTRY IS NOT NUMERIC
                   DISPLAY "Quantity must be numeric - not disposed."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-QTY-ENTRY TO WS-WORK-QTY
               IF WS-WORK-QTY = ZERO
                   DISPLAY "Quantity must be above zero - not "
                           "disposed."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-WORK-QTY > WS-SHOP-ON-HAND
               DISPLAY "Only " WS-SHOP-ON-HAND " of " WS-WORK-CODE
                       " on hand in the shop - not disposed."
               EXIT PARAGRAPH
           END-IF
           MOVE "GET" TO WS-SLC-ACTION
           CALL "STKLOC" USING WS-SLC-ACTION WS-WORK-CODE
                   WS-BRANCH-CODE WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-WORK-QTY > WS-SLC-ON-HAND
               DISPLAY "This office holds only " WS-SLC-ON-HAND
                       " of " WS-WORK-CODE " - not disposed."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason (S=Scrapped O=Sold D=Donated): "
           ACCEPT DSP-REASON
           INSPECT DSP-REASON CONVERTING "sod" TO "SOD"
           IF NOT DSP-REASON-VALID
               DISPLAY "Reason must be S, O or D - not disposed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason detail: "
           ACCEPT DSP-REASON-TEXT
           DISPLAY "Disposal date (YYYYMMDD, blank = today): "
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO WS-DISPOSAL-DATE
           ELSE
               IF WS-DATE-ENTRY IS NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD - not disposed."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ENTRY TO WS-DISPOSAL-DATE
               IF WS-DISPOSAL-DATE > WS-TODAY-DATE
                   DISPLAY "Disposal date is in the future - not "
                           "disposed."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-DISPOSAL-DATE(1:6) TO WS-DISPOSAL-MONTH
           MOVE ZERO TO DSP-PROCEEDS
           IF NOT DSP-REASON-DONATED
               DISPLAY "Proceeds (e.g. 25.00, 0 = none): "
               ACCEPT DSP-PROCEEDS
           END-IF

           PERFORM SUM-ACCUMULATED-DEPRECIATION
           MOVE WS-DISPOSAL-DATE TO DSP-DATE
           MOVE WS-WORK-CODE     TO DSP-ITEM-CODE
           MOVE WS-WORK-SERIAL   TO DSP-SERIAL
           MOVE WS-WORK-QTY      TO DSP-QTY
           MOVE WS-BRANCH-CODE   TO DSP-BRANCH
           MOVE WS-UNIT-VALUE    TO DSP-UNIT-COST
           COMPUTE DSP-COST = WS-UNIT-VALUE * WS-WORK-QTY
           COMPUTE DSP-ACCUM-DEP = WS-ACCUM-PER-UNIT * WS-WORK-QTY
           COMPUTE DSP-BOOK-VALUE = DSP-COST - DSP-ACCUM-DEP
           COMPUTE WS-NET-AMOUNT = DSP-PROCEEDS - DSP-BOOK-VALUE
           MOVE ZERO TO DSP-GAIN
           MOVE ZERO TO DSP-LOSS
           IF WS-NET-AMOUNT > ZERO
               MOVE WS-NET-AMOUNT TO DSP-GAIN
           ELSE
               COMPUTE DSP-LOSS = ZERO - WS-NET-AMOUNT
           END-IF
           MOVE WS-SIGNON-ID     TO DSP-APPROVED-BY
           MOVE WS-TODAY-DATE    TO DSP-ENTERED-DATE

           DISPLAY " "
           DISPLAY WS-WORK-QTY " x " WS-WORK-CODE " " WS-WORK-DESC
                   " " WS-WORK-SERIAL
           DISPLAY "  Cost            : " DSP-COST
           DISPLAY "  Accumulated dep.: " DSP-ACCUM-DEP
           DISPLAY "  Book value      : " DSP-BOOK-VALUE
           DISPLAY "  Proceeds        : " DSP-PROCEEDS
           IF DSP-GAIN > ZERO
               DISPLAY "  Gain            : " DSP-GAIN
           ELSE
               DISPLAY "  Loss            : " DSP-LOSS
           END-IF
           DISPLAY "Dispose (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing disposed."
               EXIT PARAGRAPH
           END-IF

           MOVE "TAKE" TO WS-SLC-ACTION
           MOVE WS-WORK-QTY TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION WS-WORK-CODE
                   WS-BRANCH-CODE WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT = "SH"
               DISPLAY "This office holds only " WS-SLC-ON-HAND
                       " of " WS-WORK-CODE " - not disposed."
               EXIT PARAGRAPH
           END-IF
           PERFORM REDUCE-CATALOG-ON-HAND
           IF WS-CAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-NEXT-DISPOSAL-NO
           MOVE WS-LAST-DSP-NO TO DSP-NO
           IF WS-SERIAL-KIND
               PERFORM RETIRE-UNIT
           END-IF
           PERFORM RECORD-DISPOSAL-MOVEMENT
           PERFORM POST-DISPOSAL
           OPEN EXTEND DisposalFile
           IF WS-DSP-STATUS = "35"
               OPEN OUTPUT DisposalFile
           END-IF
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "disposal.txt could not be opened - status "
                       WS-DSP-STATUS " - disposal " WS-LAST-DSP-NO
                       " NOT registered."
           ELSE
               WRITE DISPOSAL-RECORD
               CLOSE DisposalFile
           END-IF

           DISPLAY "Disposal " WS-LAST-DSP-NO " recorded."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Disposal " WS-LAST-DSP-NO " " WS-WORK-QTY " x "
                   WS-WORK-CODE " " WS-WORK-SERIAL " reason "
                   DSP-REASON " approved by " WS-SIGNON-ID
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * Which unit of a serial-controlled kind goes - it must be in
      * stock at this office. A refused serial comes back blank.
       PICK-SERIAL-TO-DISPOSE.
           DISPLAY "Serial number: "
           ACCEPT WS-WORK-SERIAL
           OPEN INPUT UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - not disposed."
               MOVE SPACES TO WS-WORK-SERIAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   DISPLAY "Serial " WS-WORK-SERIAL " is not "
                           "registered - not disposed."
                   MOVE SPACES TO WS-WORK-SERIAL
           END-READ
           EVALUATE TRUE
               WHEN WS-WORK-SERIAL = SPACES
                   CONTINUE
               WHEN UNIT-ITEM-CODE NOT = WS-WORK-CODE
                   DISPLAY "Serial " WS-WORK-SERIAL " is a "
                           UNIT-ITEM-CODE " - not disposed."
                   MOVE SPACES TO WS-WORK-SERIAL
               WHEN NOT UNIT-STATE-IN-STOCK
                   DISPLAY "Serial " WS-WORK-SERIAL " is not in "
                           "stock (state " UNIT-STATE ") - not "
                           "disposed."
                   MOVE SPACES TO WS-WORK-SERIAL
               WHEN UNIT-BRANCH NOT = WS-BRANCH-CODE
                   DISPLAY "Serial " WS-WORK-SERIAL " is held at "
                           "office '" UNIT-BRANCH "' - not disposed."
                   MOVE SPACES TO WS-WORK-SERIAL
           END-EVALUATE
           CLOSE UnitMasterFile.

      * Depreciation charged per unit up to the disposal month, from
      * S085's history. A month run twice is counted once, and the
      * total never passes what the unit cost. A kind never run
      * through S085 has its full cost left on the books.
       SUM-ACCUMULATED-DEPRECIATION.
           MOVE ZERO TO WS-ACCUM-PER-UNIT
           MOVE ZERO TO WS-DEP-MONTH-COUNT
           OPEN INPUT DepHistoryFile
           IF WS-DPH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-DEPRECIATION
           PERFORM UNTIL WS-END-OF-FILE
               IF DPH-ITEM-CODE = WS-WORK-CODE
                       AND DPH-MONTH <= WS-DISPOSAL-MONTH
                   PERFORM CHECK-MONTH-SEEN
                   IF NOT WS-MONTH-SEEN
                           AND WS-DEP-MONTH-COUNT < 600
                       ADD 1 TO WS-DEP-MONTH-COUNT
                       MOVE DPH-MONTH
                           TO WS-DEP-MONTH(WS-DEP-MONTH-COUNT)
                       ADD DPH-PER-UNIT TO WS-ACCUM-PER-UNIT
                   END-IF
               END-IF
               PERFORM READ-NEXT-DEPRECIATION
           END-PERFORM
           CLOSE DepHistoryFile
           IF WS-ACCUM-PER-UNIT > WS-UNIT-VALUE
               MOVE WS-UNIT-VALUE TO WS-ACCUM-PER-UNIT
           END-IF.

       CHECK-MONTH-SEEN.
           MOVE "N" TO WS-MONTH-SEEN-SWITCH
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DEP-MONTH-COUNT
                       OR WS-MONTH-SEEN
               IF WS-DEP-MONTH(WS-DM-IDX) = DPH-MONTH
                   SET WS-MONTH-SEEN TO TRUE
               END-IF
           END-PERFORM.

       READ-NEXT-DEPRECIATION.
           READ DepHistoryFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-CATALOG-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           MOVE "N" TO WS-SERIAL-SWITCH
           MOVE ZERO TO WS-UNIT-VALUE
           MOVE ZERO TO WS-SHOP-ON-HAND
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
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE CAT-ITEM-DESC  TO WS-WORK-DESC
                   MOVE CAT-UNIT-VALUE TO WS-UNIT-VALUE
                   MOVE CAT-ON-HAND    TO WS-SHOP-ON-HAND
                   IF CAT-SERIAL-CONTROLLED
                       SET WS-SERIAL-KIND TO TRUE
                   END-IF
           END-READ
           CLOSE ItemCatalogFile.

      * The shop-wide figure comes down with the office's. A catalog
      * that cannot be updated leaves the office's take standing -
      * S084's next count puts the office right.
       REDUCE-CATALOG-ON-HAND.
           OPEN I-O ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS " - not disposed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   DISPLAY "Item code " WS-WORK-CODE
                           " is no longer cataloged - not disposed."
                   MOVE "23" TO WS-CAT-STATUS
                   CLOSE ItemCatalogFile
                   EXIT PARAGRAPH
           END-READ
           IF WS-WORK-QTY > CAT-ON-HAND
               MOVE ZERO TO CAT-ON-HAND
           ELSE
               SUBTRACT WS-WORK-QTY FROM CAT-ON-HAND
           END-IF
           MOVE CAT-ON-HAND TO WS-SHOP-ON-HAND
           REWRITE CATALOG-ITEM-RECORD
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "Catalog update failed - status "
                       WS-CAT-STATUS " - not disposed."
           END-IF
           CLOSE ItemCatalogFile.

      * The unit is gone for good; it keeps its last office.
       RETIRE-UNIT.
           OPEN I-O UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - unit NOT marked disposed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   CLOSE UnitMasterFile
                   EXIT PARAGRAPH
           END-READ
           SET UNIT-STATE-DISPOSED TO TRUE
           REWRITE UNIT-RECORD
           CLOSE UnitMasterFile
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
           SET UNH-ACTION-DISPOSED TO TRUE
           MOVE ZERO TO UNH-EMPLOYEE
           MOVE WS-LAST-DSP-NO TO UNH-ISSUE-ID
           WRITE UNIT-HISTORY-RECORD
           CLOSE UnitHistoryFile.

       RECORD-DISPOSAL-MOVEMENT.
           MOVE WS-WORK-CODE    TO STM-ITEM-CODE
           SET STM-TYPE-DISPOSAL TO TRUE
           MOVE ZERO            TO STM-QTY-IN
           MOVE WS-WORK-QTY     TO STM-QTY-OUT
           MOVE WS-UNIT-VALUE   TO STM-UNIT-VALUE
           MOVE WS-SHOP-ON-HAND TO STM-ON-HAND-AFTER
           MOVE "S159"          TO STM-PROGRAM
           MOVE WS-SIGNON-ID    TO STM-OPERATOR
           MOVE WS-LAST-DSP-NO  TO STM-REFERENCE
           MOVE WS-BRANCH-CODE  TO STM-BRANCH
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

      * The cost leaves EQUIPMNT in up to three balanced pairs - the
      * depreciation written back, the proceeds taken, and the loss -
      * or, on a gain, the gain is put back on EQUIPMNT against
      * DISPGAIN. All dated the disposal date, under the office's
      * posting rules.
       POST-DISPOSAL.
           OPEN EXTEND GlPostFile
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GlPostFile
           END-IF
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "glpost.txt could not be opened - status "
                       WS-GL-STATUS " - disposal NOT posted."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-RUN-NO
           MOVE SPACES TO WS-GL-PAIR-DESC
           STRING "EQUIPMENT DISPOSAL " WS-LAST-DSP-NO
                   DELIMITED BY SIZE INTO WS-GL-PAIR-DESC
           IF DSP-ACCUM-DEP > ZERO
               MOVE "DISPDEP " TO WS-GLA-MOVEMENT
               MOVE "ACCUMDEP" TO WS-GLA-DR-ACCOUNT
               MOVE "EQUIPMNT" TO WS-GLA-CR-ACCOUNT
               MOVE DSP-ACCUM-DEP TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-DISPOSAL-PAIR
           END-IF
           IF DSP-PROCEEDS > ZERO
               MOVE "DISPPROC" TO WS-GLA-MOVEMENT
               MOVE "CASH    " TO WS-GLA-DR-ACCOUNT
               MOVE "EQUIPMNT" TO WS-GLA-CR-ACCOUNT
               MOVE DSP-PROCEEDS TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-DISPOSAL-PAIR
           END-IF
           IF DSP-LOSS > ZERO
               MOVE "DISPLOSS" TO WS-GLA-MOVEMENT
               MOVE "DISPLOSS" TO WS-GLA-DR-ACCOUNT
               MOVE "EQUIPMNT" TO WS-GLA-CR-ACCOUNT
               MOVE DSP-LOSS TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-DISPOSAL-PAIR
           END-IF
           IF DSP-GAIN > ZERO
               MOVE "DISPGAIN" TO WS-GLA-MOVEMENT
               MOVE "EQUIPMNT" TO WS-GLA-DR-ACCOUNT
               MOVE "DISPGAIN" TO WS-GLA-CR-ACCOUNT
               MOVE DSP-GAIN TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-DISPOSAL-PAIR
           END-IF
           CLOSE GlPostFile.

       WRITE-DISPOSAL-PAIR.
           CALL "GLACCT" USING WS-GLA-MOVEMENT WS-BRANCH-CODE
                   WS-GLA-CURRENCY WS-GLA-DR-ACCOUNT WS-GLA-CR-ACCOUNT
           MOVE WS-ACTIVE-RUN-NO  TO GL-RUN-NO
           MOVE WS-DISPOSAL-DATE  TO GL-POST-DATE
           MOVE WS-GLA-DR-ACCOUNT TO GL-ACCOUNT
           SET GL-DEBIT           TO TRUE
           MOVE WS-GL-PAIR-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-PAIR-DESC   TO GL-DESCRIPTION
           WRITE GL-POSTING-LINE
           MOVE WS-ACTIVE-RUN-NO  TO GL-RUN-NO
           MOVE WS-DISPOSAL-DATE  TO GL-POST-DATE
           MOVE WS-GLA-CR-ACCOUNT TO GL-ACCOUNT
           SET GL-CREDIT          TO TRUE
           MOVE WS-GL-PAIR-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-PAIR-DESC   TO GL-DESCRIPTION
           WRITE GL-POSTING-LINE.

      * The lines ride the day's extract run - its active register
      * row carries the number. Zero when no extract has registered
      * for the posting date yet.
       FIND-ACTIVE-RUN-NO.
           MOVE ZERO TO WS-ACTIVE-RUN-NO
           OPEN INPUT RunRegisterFile
           IF WS-RUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RUN-EOF-SWITCH
           PERFORM READ-NEXT-RUN
           PERFORM UNTIL WS-RUN-END-OF-FILE
               IF GLR-STATE-EXTRACTED
                       AND GLR-POST-DATE = WS-DISPOSAL-DATE
                   MOVE GLR-RUN-NO TO WS-ACTIVE-RUN-NO
               END-IF
               PERFORM READ-NEXT-RUN
           END-PERFORM
           CLOSE RunRegisterFile.

       READ-NEXT-RUN.
           READ RunRegisterFile
               AT END
                   SET WS-RUN-END-OF-FILE TO TRUE
           END-READ.

      * Every disposal dated in the range, with the money behind it
      * and totals for the auditors.
       PRINT-DISPOSALS-REGISTER.
           DISPLAY "From date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To date   (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           OPEN INPUT DisposalFile
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "disposal.txt could not be opened - status "
                       WS-DSP-STATUS " - no disposals on file."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-TOTAL-COST
           MOVE ZERO TO WS-TOTAL-ACCUM-DEP
           MOVE ZERO TO WS-TOTAL-BOOK-VALUE
           MOVE ZERO TO WS-TOTAL-PROCEEDS
           MOVE ZERO TO WS-TOTAL-GAIN
           MOVE ZERO TO WS-TOTAL-LOSS

           MOVE "s159" TO WS-RPT-ID
           MOVE "EQUIPMENT DISPOSALS REGISTER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "FROM " WS-FROM-DATE " TO " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "NO    DATE     CODE     SERIAL       QTY   OFF R "
                   "APPR  REASON"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "      COST        ACCUM DEP   BOOK VALUE  "
                   "PROCEEDS    GAIN        LOSS"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-DISPOSAL
           PERFORM UNTIL WS-END-OF-FILE
               IF DSP-DATE >= WS-FROM-DATE AND DSP-DATE <= WS-TO-DATE
                   PERFORM PRINT-ONE-DISPOSAL
               END-IF
               PERFORM READ-NEXT-DISPOSAL
           END-PERFORM
           CLOSE DisposalFile

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Disposals: " WS-LISTED-COUNT
                   "  Cost: " WS-TOTAL-COST
                   "  Accum dep: " WS-TOTAL-ACCUM-DEP
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Book value: " WS-TOTAL-BOOK-VALUE
                   "  Proceeds: " WS-TOTAL-PROCEEDS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Gain: " WS-TOTAL-GAIN "  Loss: " WS-TOTAL-LOSS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Disposals listed: " WS-LISTED-COUNT.

       PRINT-ONE-DISPOSAL.
           ADD 1 TO WS-LISTED-COUNT
           ADD DSP-COST       TO WS-TOTAL-COST
           ADD DSP-ACCUM-DEP  TO WS-TOTAL-ACCUM-DEP
           ADD DSP-BOOK-VALUE TO WS-TOTAL-BOOK-VALUE
           ADD DSP-PROCEEDS   TO WS-TOTAL-PROCEEDS
           ADD DSP-GAIN       TO WS-TOTAL-GAIN
           ADD DSP-LOSS       TO WS-TOTAL-LOSS
           MOVE SPACES TO WS-RPT-TEXT
           STRING DSP-NO " " DSP-DATE " " DSP-ITEM-CODE " "
                   DSP-SERIAL " " DSP-QTY " " DSP-BRANCH " "
                   DSP-REASON " " DSP-APPROVED-BY " "
                   DSP-REASON-TEXT(1:20)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "      " DSP-COST " " DSP-ACCUM-DEP " "
                   DSP-BOOK-VALUE " " DSP-PROCEEDS " " DSP-GAIN " "
                   DSP-LOSS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       READ-NEXT-DISPOSAL.
           READ DisposalFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Read the last-used disposal number from dspctl.txt, bump it
      * by one and save it back - the persistent-counter shape of
      * rcptctl.txt.
       ASSIGN-NEXT-DISPOSAL-NO.
           MOVE ZERO TO WS-LAST-DSP-NO
           OPEN INPUT DisposalCtlFile
           IF WS-DSP-CTL-STATUS = "00"
               READ DisposalCtlFile INTO WS-LAST-DSP-NO
               CLOSE DisposalCtlFile
           END-IF
           ADD 1 TO WS-LAST-DSP-NO
           OPEN OUTPUT DisposalCtlFile
           MOVE WS-LAST-DSP-NO TO DisposalCtlRec
           WRITE DisposalCtlRec
           CLOSE DisposalCtlFile.

      * Disposals need a supervisor - signed on once per session
      * against operator.txt; three failed tries end the run.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - disposals need a "
                       "supervisor profile."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Supervisor ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password     : "
               ACCEPT WS-SIGNON-PASSWORD
               MOVE WS-SIGNON-ID TO OPR-ID
               READ OperatorFile KEY IS OPR-ID
                   INVALID KEY
                       DISPLAY "Unknown operator ID."
                   NOT INVALID KEY
                       CALL "PWDHASH" USING WS-SIGNON-PASSWORD
                               WS-ENTERED-HASH
                       EVALUATE TRUE
                           WHEN OPR-LOCKED
                               DISPLAY "Profile is locked - a "
                                       "supervisor unlocks it in "
                                       "S033."
                           WHEN (OPR-PWD-HASH NOT = SPACES
                                   AND WS-ENTERED-HASH
                                       NOT = OPR-PWD-HASH)
                               OR (OPR-PWD-HASH = SPACES
                                   AND OPR-PASSWORD
                                       NOT = WS-SIGNON-PASSWORD)
                               DISPLAY "Password does not match."
                           WHEN NOT OPR-ROLE-SUPERVISOR
                               DISPLAY "Profile is not supervisor "
                                       "role."
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - disposal refused."
               STOP RUN
           END-IF.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

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

       END PROGRAM S159.
