      *          operator.txt. Item codes are short keys chosen by
      *          the office (e.g. LAPTOP01), not counter-issued.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-10-25  rxz  The quantity on hand keyed for a new catalog
      *                    item is written to the stock movement ledger
      *                    (stkmove.txt) through STMADD as the kind's
      *                    opening balance, so S157's valuation
      *                    roll-forward starts from it.
      *   2024-10-28  rxz  A new item's opening quantity is placed at
      *                    this desk's office (BRANCH_CODE, blank = head
      *                    office) on itemloc.txt through STKLOC, and
      *                    its opening movement carries that office.
      *   2024-10-31  rxz  Kit definitions (kitdef.txt, KITREC) are kept
      *                    here beside the catalog: K sets up or changes
      *                    a kit - its description and each component
      *                    item code with the quantity one kit takes
      *                    (zero drops it) - and I lists the kits. A kit
      *                    code may not be a catalog item code, nor a
      *                    new item code a kit code, as S024 takes
      *                    either at the same prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S036.
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT KitFile ASSIGN TO "./../kitdef.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KIT-STATUS.

           SELECT KitWorkFile ASSIGN TO "./../kitwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KITW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ItemCatalogFile.
           COPY ITEMCAT.

       FD  KitFile.
           COPY KITREC.

       FD  KitWorkFile.
           COPY KITREC REPLACING
               ==KIT-COMPONENT-RECORD== BY ==KIT-WORK-RECORD==
               LEADING ==KIT== BY ==KTW==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
       01  WS-NEW-CATEGORY        PIC X(15).
       01  WS-NEW-VALUE           PIC X(08).
       01  WS-NEW-VALUE-NUM       PIC 9(05)V99.
       01  WS-BRANCH-CODE         PIC X(03) VALUE SPACES.
       01  WS-SLC-ACTION          PIC X(08).
       01  WS-SLC-QTY             PIC 9(05).
       01  WS-SLC-ON-HAND         PIC 9(05).
       01  WS-SLC-IN-TRANSIT      PIC 9(05).
       01  WS-SLC-RESULT          PIC X(02).
       01  WS-KIT-STATUS          PIC XX.
       01  WS-KITW-STATUS         PIC XX.
       01  WS-KIT-EOF-SWITCH      PIC X(01).
           88  WS-KIT-END-OF-FILE VALUE "Y".
       01  WS-KIT-CODE            PIC X(08).
       01  WS-KIT-DESC            PIC X(20).
       01  WS-KIT-FOUND-SWITCH    PIC X(01).
           88  WS-KIT-FOUND       VALUE "Y".
       01  WS-COMPONENT-CODE      PIC X(08).
       01  WS-COMPONENT-QTY       PIC 9(03).
       01  WS-LAST-KIT-CODE       PIC X(08).
       01  WS-DONE-SWITCH         PIC X(01).
           88  WS-DONE            VALUE "Y".

      * The kit being maintained, one row per component.
       01  WS-KIT-TABLE.
           05  WS-KT-ROW OCCURS 20 TIMES.
               10  WS-KT-ITEM-CODE    PIC X(08).
               10  WS-KT-QTY          PIC 9(03).
       01  WS-KT-COUNT            PIC 9(02).
       01  WS-KT-IDX              PIC 9(02).
       01  WS-KT-HIT              PIC 9(02).
       01  WS-KIT-FILE-NAME       PIC X(20)
               VALUE "./../kitdef.txt".
       01  WS-KITW-FILE-NAME      PIC X(20)
               VALUE "./../kitwork.txt".
       01  WS-DEL-RESULT          PIC 9(09) COMP-5.
       01  WS-REN-RESULT          PIC 9(09) COMP-5.
           COPY STMREC.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-BRANCH-CODE
           OPEN I-O ItemCatalogFile
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ItemCatalogFile
               DISPLAY "=============================================="
               DISPLAY "  S036 - ITEM CATALOG MAINTENANCE"
               DISPLAY "=============================================="
               DISPLAY "A=Add  C=Change  L=List  K=Kit setup  "
                       "I=List kits  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-CATALOG
                   WHEN "K"
                   WHEN "k"
                       PERFORM MAINTAIN-KIT
                   WHEN "I"
                   WHEN "i"
                       PERFORM LIST-KITS
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
               DISPLAY "Item code cannot be blank - not added."
               EXIT PARAGRAPH
           END-IF
           MOVE CAT-ITEM-CODE TO WS-KIT-CODE
           PERFORM CHECK-KIT-ON-FILE
           IF WS-KIT-FOUND
               DISPLAY "Code " WS-KIT-CODE " is a kit - not added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KIT-CODE TO CAT-ITEM-CODE
           DISPLAY "Description: "
           ACCEPT CAT-ITEM-DESC
           DISPLAY "Category   : "
                           " is already cataloged - not added."
               NOT INVALID KEY
                   DISPLAY "Catalog item added: " CAT-ITEM-DESC
                   IF CAT-ON-HAND > ZERO
                       PERFORM PLACE-OPENING-STOCK
                       PERFORM RECORD-OPENING-MOVEMENT
                   END-IF
           END-WRITE.

      * The starting stock is on this desk's shelves.
       PLACE-OPENING-STOCK.
           MOVE "ADD" TO WS-SLC-ACTION
           MOVE CAT-ON-HAND TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION CAT-ITEM-CODE
                   WS-BRANCH-CODE WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT NOT = "00"
               DISPLAY "Office stock not placed for " CAT-ITEM-CODE
                       " - result " WS-SLC-RESULT
           END-IF.

      * A new kind's starting stock opens its stock movement ledger.
       RECORD-OPENING-MOVEMENT.
           MOVE SPACES         TO STOCK-MOVEMENT-RECORD
           MOVE CAT-ITEM-CODE  TO STM-ITEM-CODE
           SET STM-TYPE-OPENING TO TRUE
           MOVE CAT-ON-HAND    TO STM-QTY-IN
           MOVE ZERO           TO STM-QTY-OUT
           MOVE CAT-UNIT-VALUE TO STM-UNIT-VALUE
           MOVE CAT-ON-HAND    TO STM-ON-HAND-AFTER
           MOVE "S036"         TO STM-PROGRAM
           MOVE ZERO           TO STM-OPERATOR
           MOVE "NEW ITEM"     TO STM-REFERENCE
           MOVE WS-BRANCH-CODE TO STM-BRANCH
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

       CHANGE-CATALOG-ITEM.
           DISPLAY "Item code to change: "
           ACCEPT WS-WORK-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Set up a kit or change one: its description, then component
      * by component until a blank code. A quantity of zero drops the
      * component; a kit left with none is gone from the file.
       MAINTAIN-KIT.
           DISPLAY "Kit code (up to 8 chars): "
           MOVE SPACES TO WS-KIT-CODE
           ACCEPT WS-KIT-CODE
           IF WS-KIT-CODE = SPACES
               DISPLAY "Kit code cannot be blank."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KIT-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Code " WS-KIT-CODE " is a catalog item - "
                           "a kit needs a code of its own."
                   EXIT PARAGRAPH
           END-READ
           PERFORM LOAD-KIT-COMPONENTS
           IF WS-KT-COUNT = ZERO
               DISPLAY "New kit " WS-KIT-CODE " - description: "
               ACCEPT WS-KIT-DESC
           ELSE
               DISPLAY "Kit " WS-KIT-CODE " " WS-KIT-DESC
               PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                       UNTIL WS-KT-IDX > WS-KT-COUNT
                   DISPLAY "   " WS-KT-ITEM-CODE(WS-KT-IDX) " x "
                           WS-KT-QTY(WS-KT-IDX)
               END-PERFORM
               DISPLAY "New description (blank to keep): "
               MOVE SPACES TO WS-NEW-DESC
               ACCEPT WS-NEW-DESC
               IF WS-NEW-DESC NOT = SPACES
                   MOVE WS-NEW-DESC TO WS-KIT-DESC
               END-IF
           END-IF

           MOVE "N" TO WS-DONE-SWITCH
           PERFORM UNTIL WS-DONE
               DISPLAY "Component item code (blank = done): "
               MOVE SPACES TO WS-COMPONENT-CODE
               ACCEPT WS-COMPONENT-CODE
               IF WS-COMPONENT-CODE = SPACES
                   SET WS-DONE TO TRUE
               ELSE
                   PERFORM ENTER-KIT-COMPONENT
               END-IF
           END-PERFORM

           PERFORM SAVE-KIT-COMPONENTS
           IF WS-KT-COUNT = ZERO
               DISPLAY "Kit " WS-KIT-CODE " has no components - "
                       "removed."
           ELSE
               DISPLAY "Kit " WS-KIT-CODE " saved with " WS-KT-COUNT
                       " component(s)."
           END-IF.

      * One component keyed against the kit in hand - it must be a
      * catalog item.
       ENTER-KIT-COMPONENT.
           MOVE WS-COMPONENT-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   DISPLAY "Item code " WS-COMPONENT-CODE " is not "
                           "cataloged - component not taken."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Quantity in one kit (0 = drop it): "
           ACCEPT WS-COMPONENT-QTY
           MOVE ZERO TO WS-KT-HIT
           PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                   UNTIL WS-KT-IDX > WS-KT-COUNT
               IF WS-KT-ITEM-CODE(WS-KT-IDX) = WS-COMPONENT-CODE
                   MOVE WS-KT-IDX TO WS-KT-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-KT-HIT > ZERO AND WS-COMPONENT-QTY = ZERO
                   PERFORM VARYING WS-KT-IDX FROM WS-KT-HIT BY 1
                           UNTIL WS-KT-IDX >= WS-KT-COUNT
                       MOVE WS-KT-ROW(WS-KT-IDX + 1)
                               TO WS-KT-ROW(WS-KT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-KT-COUNT
                   DISPLAY "   " WS-COMPONENT-CODE " dropped."
               WHEN WS-KT-HIT > ZERO
                   MOVE WS-COMPONENT-QTY TO WS-KT-QTY(WS-KT-HIT)
               WHEN WS-COMPONENT-QTY = ZERO
                   DISPLAY "   " WS-COMPONENT-CODE " is not in the "
                           "kit."
               WHEN WS-KT-COUNT >= 20
                   DISPLAY "A kit takes at most 20 components - "
                           WS-COMPONENT-CODE " not added."
               WHEN OTHER
                   ADD 1 TO WS-KT-COUNT
                   MOVE WS-COMPONENT-CODE
                           TO WS-KT-ITEM-CODE(WS-KT-COUNT)
                   MOVE WS-COMPONENT-QTY TO WS-KT-QTY(WS-KT-COUNT)
           END-EVALUATE.

       LOAD-KIT-COMPONENTS.
           MOVE ZERO TO WS-KT-COUNT
           MOVE SPACES TO WS-KIT-DESC
           MOVE "N" TO WS-KIT-EOF-SWITCH
           OPEN INPUT KitFile
           IF WS-KIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-KIT-ROW
           PERFORM UNTIL WS-KIT-END-OF-FILE
               IF KIT-CODE = WS-KIT-CODE AND WS-KT-COUNT < 20
                   ADD 1 TO WS-KT-COUNT
                   MOVE KIT-DESC      TO WS-KIT-DESC
                   MOVE KIT-ITEM-CODE TO WS-KT-ITEM-CODE(WS-KT-COUNT)
                   MOVE KIT-QTY       TO WS-KT-QTY(WS-KT-COUNT)
               END-IF
               PERFORM READ-NEXT-KIT-ROW
           END-PERFORM
           CLOSE KitFile.

      * Every other kit copied across as it stands, this kit's rows
      * written fresh from the table, and the work file swapped in.
       SAVE-KIT-COMPONENTS.
           OPEN OUTPUT KitWorkFile
           IF WS-KITW-STATUS NOT = "00"
               DISPLAY "kitwork.txt could not be opened - status "
                       WS-KITW-STATUS " - kit NOT saved."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KIT-EOF-SWITCH
           OPEN INPUT KitFile
           IF WS-KIT-STATUS = "00"
               PERFORM READ-NEXT-KIT-ROW
               PERFORM UNTIL WS-KIT-END-OF-FILE
                   IF KIT-CODE NOT = WS-KIT-CODE
                       MOVE KIT-COMPONENT-RECORD TO KIT-WORK-RECORD
                       WRITE KIT-WORK-RECORD
                   END-IF
                   PERFORM READ-NEXT-KIT-ROW
               END-PERFORM
               CLOSE KitFile
           END-IF
           PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                   UNTIL WS-KT-IDX > WS-KT-COUNT
               MOVE WS-KIT-CODE TO KTW-CODE
               MOVE WS-KIT-DESC TO KTW-DESC
               MOVE WS-KT-ITEM-CODE(WS-KT-IDX) TO KTW-ITEM-CODE
               MOVE WS-KT-QTY(WS-KT-IDX)       TO KTW-QTY
               WRITE KIT-WORK-RECORD
           END-PERFORM
           CLOSE KitWorkFile
           CALL "CBL_DELETE_FILE" USING WS-KIT-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-KITW-FILE-NAME
                   WS-KIT-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated kits are at "
                       "kitwork.txt; restore it by hand."
           END-IF.

      * Is WS-KIT-CODE defined as a kit?
       CHECK-KIT-ON-FILE.
           MOVE "N" TO WS-KIT-FOUND-SWITCH
           MOVE "N" TO WS-KIT-EOF-SWITCH
           OPEN INPUT KitFile
           IF WS-KIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-KIT-ROW
           PERFORM UNTIL WS-KIT-END-OF-FILE OR WS-KIT-FOUND
               IF KIT-CODE = WS-KIT-CODE
                   SET WS-KIT-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-KIT-ROW
               END-IF
           END-PERFORM
           CLOSE KitFile.

       LIST-KITS.
           MOVE "N" TO WS-KIT-EOF-SWITCH
           OPEN INPUT KitFile
           IF WS-KIT-STATUS NOT = "00"
               DISPLAY "kitdef.txt could not be opened - status "
                       WS-KIT-STATUS " - no kits set up yet."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE SPACES TO WS-LAST-KIT-CODE
           DISPLAY "KIT      DESCRIPTION          COMPONENT  QTY"
           PERFORM READ-NEXT-KIT-ROW
           PERFORM UNTIL WS-KIT-END-OF-FILE
               IF KIT-CODE NOT = WS-LAST-KIT-CODE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE KIT-CODE TO WS-LAST-KIT-CODE
                   DISPLAY KIT-CODE " " KIT-DESC " " KIT-ITEM-CODE
                           "   " KIT-QTY
               ELSE
                   DISPLAY "                              "
                           KIT-ITEM-CODE "   " KIT-QTY
               END-IF
               PERFORM READ-NEXT-KIT-ROW
           END-PERFORM
           CLOSE KitFile
           DISPLAY "Kits on file: " WS-ITEM-COUNT.

       READ-NEXT-KIT-ROW.
           READ KitFile
               AT END
                   SET WS-KIT-END-OF-FILE TO TRUE
           END-READ.

       END PROGRAM S036.
