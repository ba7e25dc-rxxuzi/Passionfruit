      *          is serial-controlled). Certifications and the
      *          restricted list are maintained here too.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-10-25  rxz  Each transfer is also written to the stock
      *                    movement ledger (stkmove.txt) through STMADD
      *                    as a "T" movement - the same quantity in and
      *                    out, since stock on hand does not move - with
      *                    the two employees as reference, so the item's
      *                    trail shows the handover.
      *   2024-11-18  rxz  An item S024 lent to a member cannot be
      *                    transferred - it is the member's, deposit and
      *                    all, until S037 takes it back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S112.
       01  WS-WORK-SERIAL               PIC X(12).
       01  WS-WORK-CATEGORY             PIC X(15).
       01  WS-LISTED-COUNT              PIC 9(04).
           COPY STMREC.

       PROCEDURE DIVISION.
       Main-Logic.
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           IF NOT ITEM-EMPLOYEE-ISSUE
               DISPLAY "Item " WS-WORK-ITEM-ID " is lent to member "
                       ITEM-BORROWER-ID " - a member loan is not "
                       "transferred; take it back through S037."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-EMPLOYEE-ID TO WS-FROM-EMPLOYEE
           DISPLAY "Held by employee " WS-FROM-EMPLOYEE ": "
                   ITEM-NAME " x " ITEM-QUANTITY
           IF WS-KIND-SERIALIZED
               PERFORM TRANSFER-UNIT-ROW
           END-IF
           PERFORM RECORD-TRANSFER-MOVEMENT
           DISPLAY "Issue " WS-WORK-ITEM-ID " transferred from "
                   WS-FROM-EMPLOYEE " to " WS-TO-EMPLOYEE
                   " - due date unchanged.".
           WRITE TRANSFER-HISTORY-RECORD
           CLOSE TransferHistoryFile.

      * The handover goes on the stock movement ledger for the trail
      * - in and out alike, on-hand untouched. The catalog row read
      * by CHECK-KIND-SERIALIZED supplies the value and balance.
       RECORD-TRANSFER-MOVEMENT.
           IF ITEM-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES           TO STOCK-MOVEMENT-RECORD
           MOVE ITEM-CODE        TO STM-ITEM-CODE
           SET STM-TYPE-TRANSFER TO TRUE
           MOVE ITEM-QUANTITY    TO STM-QTY-IN
           MOVE ITEM-QUANTITY    TO STM-QTY-OUT
           MOVE ZERO             TO STM-UNIT-VALUE
           MOVE ZERO             TO STM-ON-HAND-AFTER
           IF CAT-ITEM-CODE = ITEM-CODE
               MOVE CAT-UNIT-VALUE TO STM-UNIT-VALUE
               MOVE CAT-ON-HAND    TO STM-ON-HAND-AFTER
           END-IF
           MOVE "S112"           TO STM-PROGRAM
           MOVE ZERO             TO STM-OPERATOR
           STRING WS-FROM-EMPLOYEE ">" WS-TO-EMPLOYEE
                   DELIMITED BY SIZE INTO STM-REFERENCE
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

       CHECK-KIND-SERIALIZED.
           MOVE "N" TO WS-SERIAL-KIND-SWITCH
           IF ITEM-CODE = SPACES
