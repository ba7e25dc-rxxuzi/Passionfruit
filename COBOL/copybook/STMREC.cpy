      ******************************************************************
      * Copybook: STMREC
      * Author: rxxuzi
      * Date: 2024/10/25
      * Purpose: Shared record layout for the stock movement ledger
      *          (stkmove.txt, line sequential). Every change to a
      *          catalog item's CAT-ON-HAND (ITEMCAT) lands here as
      *          it is made, through the STMADD subprogram: S024's
      *          issues, S037's returns, S098's goods receipts,
      *          S084's stocktake adjustments and the opening balance
      *          S036 keys for a new kind (or S157 takes on for a kind
      *          that had stock before the ledger). Quantity in and
      *          quantity out are kept apart so the balance can be
      *          rolled forward by adding; the unit value is the
      *          catalog's at the time, and STM-ON-HAND-AFTER is what
      *          the catalog said once the change was applied. A
      *          transfer between employees (S112) is recorded for
      *          the trail with the same quantity in and out - stock
      *          on hand does not move.
      *
      * Modification History:
      *   2024/10/28  rxz  STM-BRANCH stamps the office whose shelf
      *                    moved (branch.txt code, blank for the head
      *                    office). An S158 inter-store transfer is two
      *                    "T" rows - out at the sending office when
      *                    dispatched, in at the receiving office when
      *                    booked in - so each office's trail rolls
      *                    forward while the shop-wide total is
      *                    unchanged. Appended; rows from before read
      *                    back with spaces there, which means the head
      *                    office.
      *   2024/11/03  rxz  STM-TYPE gains "D" (disposal by S159) -
      *                    quantity out at the office it left from, the
      *                    disposal number as reference. S157 rolls it
      *                    forward in its adjustments column.
      ******************************************************************
       01  STOCK-MOVEMENT-RECORD.
           05  STM-ITEM-CODE                PIC X(08).
           05  STM-DATE                     PIC 9(08).
           05  STM-TIME                     PIC 9(08).
           05  STM-TYPE                     PIC X(01).
               88  STM-TYPE-OPENING         VALUE "O".
               88  STM-TYPE-RECEIPT         VALUE "R".
               88  STM-TYPE-ISSUE           VALUE "I".
               88  STM-TYPE-RETURN          VALUE "B".
               88  STM-TYPE-ADJUSTMENT      VALUE "A".
               88  STM-TYPE-TRANSFER        VALUE "T".
               88  STM-TYPE-DISPOSAL        VALUE "D".
           05  STM-QTY-IN                   PIC 9(05).
           05  STM-QTY-OUT                  PIC 9(05).
           05  STM-UNIT-VALUE               PIC 9(05)V99.
           05  STM-ON-HAND-AFTER            PIC 9(05).
           05  STM-PROGRAM                  PIC X(08).
           05  STM-OPERATOR                 PIC 9(05).
           05  STM-REFERENCE                PIC X(12).
           05  STM-BRANCH                   PIC X(03).
