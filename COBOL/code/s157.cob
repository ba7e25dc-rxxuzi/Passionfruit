      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-25
      * Purpose: Month-end stock valuation roll-forward. The stock
      *          movement ledger (stkmove.txt, STMREC) is read for
      *          the month asked for: each catalog item's opening
      *          quantity and value (everything before the first of
      *          the month), plus receipts, minus issues, plus
      *          returns, plus or minus stocktake adjustments,
      *          equalling closing - by catalog category, with
      *          category and overall totals, through RPTWRT. The
      *          closing balance, carried on by whatever moved after
      *          the month, must come to the item's CAT-ON-HAND
      *          today; an item where it does not is flagged
      *          MISMATCH, and one on the ledger the catalog no
      *          longer carries is flagged NO CATALOG. Values are
      *          the quantity moved at the unit value each movement
      *          carried. Transfers between employees (S112) do not
      *          touch on-hand and are left out. Kinds that had
      *          stock before the ledger was started are taken on
      *          once with B, which writes an opening movement at
      *          today's CAT-ON-HAND for every catalog item with
      *          stock and no movement yet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S157.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MovementFile ASSIGN TO "./../stkmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STM-STATUS.

           SELECT ItemCatalogFile ASSIGN TO "./../itemcat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-CAT-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  MovementFile.
           COPY STMREC REPLACING
               ==STOCK-MOVEMENT-RECORD== BY ==MOVEMENT-LINE==
               LEADING ==STM== BY ==MVL==.

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-CATEGORY             PIC X(15).
           05  SRT-ITEM-CODE            PIC X(08).
           05  SRT-ITEM-DESC            PIC X(20).
           05  SRT-ROW                  PIC 9(03).
           05  SRT-ON-HAND              PIC 9(05).
           05  SRT-ON-CATALOG           PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-STM-STATUS                PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-MONTH-ENTRY               PIC X(06).
       01  WS-RUN-MONTH                 PIC 9(06).
       01  WS-RUN-MONTH-SPLIT REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
       01  WS-MONTH-START               PIC 9(08).
       01  WS-MONTH-END                 PIC 9(08).
       01  WS-MOVE-QTY                  PIC S9(07).
       01  WS-MOVE-VALUE                PIC S9(09)V99.
       01  WS-EXPECTED-ON-HAND          PIC S9(07).
       01  WS-ROW-FLAG                  PIC X(10).
       01  WS-CURRENT-CATEGORY          PIC X(15).
       01  WS-FIRST-ROW-SWITCH          PIC X(01).
           88  WS-FIRST-ROW             VALUE "Y".
       01  WS-COL-IDX                   PIC 9(01).
       01  WS-CAT-OPEN-SWITCH           PIC X(01).
           88  WS-CAT-IS-OPEN           VALUE "Y".

      * Every item code on the ledger and what moved in the month.
      * Columns on the report run 1 opening, 2 receipts, 3 issues,
      * 4 returns, 5 adjustments (signed), 6 closing.
       01  WS-MOVE-TABLE.
           05  WS-MV-ROW OCCURS 500 TIMES.
               10  WS-MV-CODE           PIC X(08).
               10  WS-MV-ON-CATALOG     PIC X(01).
               10  WS-MV-QTY            PIC S9(07) OCCURS 5 TIMES.
               10  WS-MV-VALUE          PIC S9(09)V99 OCCURS 5 TIMES.
               10  WS-MV-AFTER-QTY      PIC S9(07).
       01  WS-MV-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-MV-IDX                    PIC 9(03).
       01  WS-MV-FOUND-SWITCH           PIC X(01).
           88  WS-MV-FOUND              VALUE "Y".
       01  WS-MV-OVERFLOW               PIC 9(05).
       01  WS-MV-READ-COUNT             PIC 9(07).

       01  WS-ITEM-TOTALS.
           05  WS-ITM-QTY               PIC S9(07) OCCURS 6 TIMES.
           05  WS-ITM-VALUE             PIC S9(09)V99 OCCURS 6 TIMES.
       01  WS-CATEGORY-TOTALS.
           05  WS-CTG-QTY               PIC S9(07) OCCURS 6 TIMES.
           05  WS-CTG-VALUE             PIC S9(09)V99 OCCURS 6 TIMES.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-QTY               PIC S9(07) OCCURS 6 TIMES.
           05  WS-GRD-VALUE             PIC S9(09)V99 OCCURS 6 TIMES.

       01  WS-ITEM-COUNT                PIC 9(05).
       01  WS-MISMATCH-COUNT            PIC 9(05).
       01  WS-NO-CATALOG-COUNT          PIC 9(05).
       01  WS-TAKE-ON-COUNT             PIC 9(05).
       01  WS-CLOSING-VALUE-DISP        PIC Z(08)9.99-.

      * Report lines - one per item, and a quantity and a value line
      * under each category and at the end.
       01  WS-ITEM-LINE.
           05  IL-ITEM-CODE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  IL-ITEM-DESC             PIC X(12).
           05  IL-QTY                   PIC Z(05)9- OCCURS 6 TIMES.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  IL-ON-HAND               PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  IL-FLAG                  PIC X(10).
       01  WS-QTY-TOTAL-LINE.
           05  QL-LABEL                 PIC X(21).
           05  QL-QTY                   PIC Z(05)9- OCCURS 6 TIMES.
       01  WS-VALUE-TOTAL-LINE.
           05  VL-LABEL                 PIC X(08).
           05  VL-VALUE                 PIC Z(07)9.99- OCCURS 6 TIMES.

           COPY STMREC.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S157".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S157 - STOCK VALUATION ROLL-FORWARD"
               DISPLAY "=============================================="
               DISPLAY "R=Roll forward a month  "
                       "B=Take on opening balances  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "R"
                   WHEN "r"
                       PERFORM RUN-ROLL-FORWARD
                   WHEN "B"
                   WHEN "b"
                       PERFORM TAKE-ON-BALANCES
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * The ledger in one pass: each movement is found a row by item
      * code and lands in the bucket its date and type call for -
      * before the month it builds the opening balance, after the
      * month it only carries the closing on to today.
       LOAD-MOVEMENTS.
           MOVE ZERO TO WS-MV-COUNT
           MOVE ZERO TO WS-MV-OVERFLOW
           MOVE ZERO TO WS-MV-READ-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MovementFile
           IF WS-STM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-MOVEMENT
           PERFORM UNTIL WS-END-OF-FILE
               IF NOT MVL-TYPE-TRANSFER
                   ADD 1 TO WS-MV-READ-COUNT
                   PERFORM FIND-MOVEMENT-ROW
                   IF WS-MV-FOUND
                       PERFORM APPLY-ONE-MOVEMENT
                   END-IF
               END-IF
               PERFORM READ-NEXT-MOVEMENT
           END-PERFORM
           CLOSE MovementFile.

       READ-NEXT-MOVEMENT.
           READ MovementFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * An item code not yet in the table gets a fresh row; a full
      * table leaves the movement uncounted and says so at the end.
       FIND-MOVEMENT-ROW.
           MOVE "N" TO WS-MV-FOUND-SWITCH
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
                      OR WS-MV-FOUND
               IF WS-MV-CODE(WS-MV-IDX) = MVL-ITEM-CODE
                   SET WS-MV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MV-FOUND
               SUBTRACT 1 FROM WS-MV-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-MV-COUNT >= 500
               ADD 1 TO WS-MV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MV-COUNT
           MOVE WS-MV-COUNT TO WS-MV-IDX
           MOVE MVL-ITEM-CODE TO WS-MV-CODE(WS-MV-IDX)
           MOVE "N" TO WS-MV-ON-CATALOG(WS-MV-IDX)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 5
               MOVE ZERO TO WS-MV-QTY(WS-MV-IDX, WS-COL-IDX)
               MOVE ZERO TO WS-MV-VALUE(WS-MV-IDX, WS-COL-IDX)
           END-PERFORM
           MOVE ZERO TO WS-MV-AFTER-QTY(WS-MV-IDX)
           SET WS-MV-FOUND TO TRUE.

      * Issues are kept as the quantity out, so the report shows
      * them positive and the roll-forward subtracts them; every
      * other column is in less out.
       APPLY-ONE-MOVEMENT.
           IF MVL-TYPE-ISSUE
               COMPUTE WS-MOVE-QTY = MVL-QTY-OUT - MVL-QTY-IN
           ELSE
               COMPUTE WS-MOVE-QTY = MVL-QTY-IN - MVL-QTY-OUT
           END-IF
           COMPUTE WS-MOVE-VALUE = WS-MOVE-QTY * MVL-UNIT-VALUE
           IF MVL-DATE > WS-MONTH-END
               IF MVL-TYPE-ISSUE
                   SUBTRACT WS-MOVE-QTY FROM WS-MV-AFTER-QTY(WS-MV-IDX)
               ELSE
                   ADD WS-MOVE-QTY TO WS-MV-AFTER-QTY(WS-MV-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF MVL-DATE < WS-MONTH-START
               MOVE 1 TO WS-COL-IDX
               IF MVL-TYPE-ISSUE
                   COMPUTE WS-MOVE-QTY = 0 - WS-MOVE-QTY
                   COMPUTE WS-MOVE-VALUE = 0 - WS-MOVE-VALUE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN MVL-TYPE-OPENING
                   WHEN MVL-TYPE-RECEIPT
                       MOVE 2 TO WS-COL-IDX
                   WHEN MVL-TYPE-ISSUE
                       MOVE 3 TO WS-COL-IDX
                   WHEN MVL-TYPE-RETURN
                       MOVE 4 TO WS-COL-IDX
                   WHEN OTHER
                       MOVE 5 TO WS-COL-IDX
               END-EVALUATE
           END-IF
           ADD WS-MOVE-QTY TO WS-MV-QTY(WS-MV-IDX, WS-COL-IDX)
           ADD WS-MOVE-VALUE TO WS-MV-VALUE(WS-MV-IDX, WS-COL-IDX).

      * One month rolled forward item by item, sorted by catalog
      * category; each category and the whole store are totalled,
      * and items that do not come to today's CAT-ON-HAND are
      * flagged and counted for the log.
       RUN-ROLL-FORWARD.
           DISPLAY "Roll-forward month (YYYYMM): "
           MOVE SPACES TO WS-MONTH-ENTRY
           ACCEPT WS-MONTH-ENTRY
           IF WS-MONTH-ENTRY IS NOT NUMERIC
               DISPLAY "Month must be YYYYMM - refused."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-ENTRY TO WS-RUN-MONTH
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "Month must be YYYYMM - refused."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTH-START = WS-RUN-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-RUN-MONTH * 100 + 31
           PERFORM LOAD-MOVEMENTS
           IF WS-MV-READ-COUNT = ZERO
               DISPLAY "No stock movements on stkmove.txt - take on "
                       "opening balances (B) first."
           END-IF

           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-MISMATCH-COUNT
           MOVE ZERO TO WS-NO-CATALOG-COUNT
           INITIALIZE WS-GRAND-TOTALS
           MOVE "s157" TO WS-RPT-ID
           MOVE "STOCK VALUATION ROLL-FORWARD" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "MONTH " WS-RUN-MONTH "  QUANTITIES BY ITEM, "
                   "VALUES BY CATEGORY"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "CODE     DESCRIPTION   OPEN   RCPT  ISSUE   RTRN"
                   "    ADJ  CLOSE  ONHND FLAG"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-SORT-SWITCH
           SORT SortFile
               ON ASCENDING KEY SRT-CATEGORY
               ON ASCENDING KEY SRT-ITEM-CODE
               INPUT PROCEDURE IS Gather-Items-Section
               OUTPUT PROCEDURE IS Print-Roll-Forward-Section

           PERFORM RPT-LINE
           MOVE "ALL CATEGORIES" TO QL-LABEL
           MOVE "  VALUE" TO VL-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 6
               MOVE WS-GRD-QTY(WS-COL-IDX) TO QL-QTY(WS-COL-IDX)
               MOVE WS-GRD-VALUE(WS-COL-IDX) TO VL-VALUE(WS-COL-IDX)
           END-PERFORM
           MOVE WS-QTY-TOTAL-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE WS-VALUE-TOTAL-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF WS-MV-OVERFLOW > ZERO
               STRING "Ledger holds more than 500 item codes - "
                       WS-MV-OVERFLOW " movements NOT counted"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           MOVE WS-GRD-VALUE(6) TO WS-CLOSING-VALUE-DISP
           STRING "Items " WS-ITEM-COUNT "  Mismatch "
                   WS-MISMATCH-COUNT "  No catalog "
                   WS-NO-CATALOG-COUNT "  Closing value "
                   WS-CLOSING-VALUE-DISP
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           IF WS-MISMATCH-COUNT > ZERO OR WS-NO-CATALOG-COUNT > ZERO
                   OR WS-MV-OVERFLOW > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Roll-forward " WS-RUN-MONTH " items "
                   WS-ITEM-COUNT " mismatch " WS-MISMATCH-COUNT
                   " no catalog " WS-NO-CATALOG-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Roll-forward for " WS-RUN-MONTH " written - "
                   WS-MISMATCH-COUNT " item(s) flagged MISMATCH.".

      * A kind whose stock predates the ledger gets one opening
      * movement at today's balance, so later months roll forward
      * from it. A kind with any movement already is left alone.
       TAKE-ON-BALANCES.
           DISPLAY "Write opening movements at today's on-hand for "
                   "catalog items with no movements (Y/N)? "
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing taken on."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MONTH-START
           MOVE ZERO TO WS-MONTH-END
           PERFORM LOAD-MOVEMENTS
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS " - nothing taken on."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TAKE-ON-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CATALOG-ITEM
           PERFORM UNTIL WS-END-OF-FILE
               IF CAT-ON-HAND > ZERO
                   MOVE CAT-ITEM-CODE TO MVL-ITEM-CODE
                   PERFORM SEARCH-MOVEMENT-ROW
                   IF NOT WS-MV-FOUND
                       PERFORM WRITE-TAKE-ON-MOVEMENT
                   END-IF
               END-IF
               PERFORM READ-NEXT-CATALOG-ITEM
           END-PERFORM
           CLOSE ItemCatalogFile
           DISPLAY "Opening balances taken on for "
                   WS-TAKE-ON-COUNT " item(s)."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Stock take-on " WS-TODAY-DATE " - "
                   WS-TAKE-ON-COUNT " opening movements written."
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       WRITE-TAKE-ON-MOVEMENT.
           MOVE SPACES          TO STOCK-MOVEMENT-RECORD
           MOVE CAT-ITEM-CODE   TO STM-ITEM-CODE
           SET STM-TYPE-OPENING TO TRUE
           MOVE CAT-ON-HAND     TO STM-QTY-IN
           MOVE ZERO            TO STM-QTY-OUT
           MOVE CAT-UNIT-VALUE  TO STM-UNIT-VALUE
           MOVE CAT-ON-HAND     TO STM-ON-HAND-AFTER
           MOVE "S157"          TO STM-PROGRAM
           MOVE ZERO            TO STM-OPERATOR
           MOVE "TAKE-ON"       TO STM-REFERENCE
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD
           ADD 1 TO WS-TAKE-ON-COUNT.

      * Look-up only - no row is added for a code not on the ledger.
       SEARCH-MOVEMENT-ROW.
           MOVE "N" TO WS-MV-FOUND-SWITCH
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
                      OR WS-MV-FOUND
               IF WS-MV-CODE(WS-MV-IDX) = MVL-ITEM-CODE
                   SET WS-MV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MV-FOUND
               SUBTRACT 1 FROM WS-MV-IDX
           END-IF.

       READ-NEXT-CATALOG-ITEM.
           READ ItemCatalogFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

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

      * Every catalog item with a movement or stock on hand goes to
      * the sort under its category; ledger codes the catalog does
      * not carry follow under NOT CATALOGUED.
       Gather-Items-Section SECTION.
       Gather-Items.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-CAT-OPEN-SWITCH
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS " - items listed uncatalogued."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-CAT-IS-OPEN TO TRUE
               PERFORM READ-NEXT-CATALOG-ITEM
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               MOVE CAT-ITEM-CODE TO MVL-ITEM-CODE
               PERFORM SEARCH-MOVEMENT-ROW
               IF WS-MV-FOUND OR CAT-ON-HAND > ZERO
                   PERFORM RELEASE-CATALOG-ITEM
               END-IF
               PERFORM READ-NEXT-CATALOG-ITEM
           END-PERFORM
           IF WS-CAT-IS-OPEN
               CLOSE ItemCatalogFile
           END-IF
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               IF WS-MV-ON-CATALOG(WS-MV-IDX) NOT = "Y"
                   PERFORM RELEASE-UNCATALOGUED-ITEM
               END-IF
           END-PERFORM
           GO TO Gather-Items-Done.
       RELEASE-CATALOG-ITEM.
           MOVE CAT-ITEM-CATEGORY TO SRT-CATEGORY
           MOVE CAT-ITEM-CODE     TO SRT-ITEM-CODE
           MOVE CAT-ITEM-DESC     TO SRT-ITEM-DESC
           MOVE CAT-ON-HAND       TO SRT-ON-HAND
           MOVE "Y"               TO SRT-ON-CATALOG
           IF WS-MV-FOUND
               MOVE WS-MV-IDX TO SRT-ROW
               MOVE "Y" TO WS-MV-ON-CATALOG(WS-MV-IDX)
           ELSE
               MOVE ZERO TO SRT-ROW
           END-IF
           RELEASE SORT-RECORD.
       RELEASE-UNCATALOGUED-ITEM.
           MOVE "NOT CATALOGUED"       TO SRT-CATEGORY
           MOVE WS-MV-CODE(WS-MV-IDX) TO SRT-ITEM-CODE
           MOVE SPACES                 TO SRT-ITEM-DESC
           MOVE ZERO                   TO SRT-ON-HAND
           MOVE "N"                    TO SRT-ON-CATALOG
           MOVE WS-MV-IDX              TO SRT-ROW
           RELEASE SORT-RECORD.
       Gather-Items-Done.
           EXIT.

      * Category by category: each item's line, then the category's
      * quantity and value totals. Closing is opening + receipts -
      * issues + returns + adjustments; with the movements after the
      * month added back it must be today's on-hand.
       Print-Roll-Forward-Section SECTION.
       Print-Roll-Forward.
           SET WS-FIRST-ROW TO TRUE
           PERFORM RETURN-NEXT-ITEM
           PERFORM UNTIL WS-SORT-DONE
               IF WS-FIRST-ROW
                       OR SRT-CATEGORY NOT = WS-CURRENT-CATEGORY
                   IF NOT WS-FIRST-ROW
                       PERFORM PRINT-CATEGORY-TOTALS
                   END-IF
                   MOVE "N" TO WS-FIRST-ROW-SWITCH
                   PERFORM START-NEXT-CATEGORY
               END-IF
               PERFORM PRINT-ONE-ITEM
               PERFORM RETURN-NEXT-ITEM
           END-PERFORM
           IF NOT WS-FIRST-ROW
               PERFORM PRINT-CATEGORY-TOTALS
           END-IF
           GO TO Print-Roll-Forward-Done.
       START-NEXT-CATEGORY.
           MOVE SRT-CATEGORY TO WS-CURRENT-CATEGORY
           INITIALIZE WS-CATEGORY-TOTALS
           PERFORM RPT-LINE
           STRING "CATEGORY " SRT-CATEGORY
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.
       PRINT-ONE-ITEM.
           INITIALIZE WS-ITEM-TOTALS
           IF SRT-ROW > ZERO
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > 5
                   MOVE WS-MV-QTY(SRT-ROW, WS-COL-IDX)
                           TO WS-ITM-QTY(WS-COL-IDX)
                   MOVE WS-MV-VALUE(SRT-ROW, WS-COL-IDX)
                           TO WS-ITM-VALUE(WS-COL-IDX)
               END-PERFORM
           END-IF
           COMPUTE WS-ITM-QTY(6) = WS-ITM-QTY(1) + WS-ITM-QTY(2)
                   - WS-ITM-QTY(3) + WS-ITM-QTY(4) + WS-ITM-QTY(5)
           COMPUTE WS-ITM-VALUE(6) = WS-ITM-VALUE(1)
                   + WS-ITM-VALUE(2) - WS-ITM-VALUE(3)
                   + WS-ITM-VALUE(4) + WS-ITM-VALUE(5)
           MOVE WS-ITM-QTY(6) TO WS-EXPECTED-ON-HAND
           IF SRT-ROW > ZERO
               ADD WS-MV-AFTER-QTY(SRT-ROW) TO WS-EXPECTED-ON-HAND
           END-IF
           MOVE SPACES TO WS-ROW-FLAG
           IF SRT-ON-CATALOG NOT = "Y"
               MOVE "NO CATALOG" TO WS-ROW-FLAG
               ADD 1 TO WS-NO-CATALOG-COUNT
           ELSE
               IF WS-EXPECTED-ON-HAND NOT = SRT-ON-HAND
                   MOVE "MISMATCH" TO WS-ROW-FLAG
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
           END-IF
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 6
               ADD WS-ITM-QTY(WS-COL-IDX) TO WS-CTG-QTY(WS-COL-IDX)
               ADD WS-ITM-VALUE(WS-COL-IDX)
                       TO WS-CTG-VALUE(WS-COL-IDX)
               ADD WS-ITM-QTY(WS-COL-IDX) TO WS-GRD-QTY(WS-COL-IDX)
               ADD WS-ITM-VALUE(WS-COL-IDX)
                       TO WS-GRD-VALUE(WS-COL-IDX)
               MOVE WS-ITM-QTY(WS-COL-IDX) TO IL-QTY(WS-COL-IDX)
           END-PERFORM
           ADD 1 TO WS-ITEM-COUNT
           MOVE SRT-ITEM-CODE TO IL-ITEM-CODE
           MOVE SRT-ITEM-DESC TO IL-ITEM-DESC
           MOVE SRT-ON-HAND   TO IL-ON-HAND
           MOVE WS-ROW-FLAG   TO IL-FLAG
           MOVE WS-ITEM-LINE  TO WS-RPT-TEXT
           PERFORM RPT-LINE.
       PRINT-CATEGORY-TOTALS.
           MOVE SPACES TO QL-LABEL
           STRING "  TOTAL " WS-CURRENT-CATEGORY(1:13)
                   DELIMITED BY SIZE INTO QL-LABEL
           MOVE "  VALUE" TO VL-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 6
               MOVE WS-CTG-QTY(WS-COL-IDX) TO QL-QTY(WS-COL-IDX)
               MOVE WS-CTG-VALUE(WS-COL-IDX) TO VL-VALUE(WS-COL-IDX)
           END-PERFORM
           MOVE WS-QTY-TOTAL-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE WS-VALUE-TOTAL-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE.
       RETURN-NEXT-ITEM.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Print-Roll-Forward-Done.
           EXIT.

       END PROGRAM S157.
