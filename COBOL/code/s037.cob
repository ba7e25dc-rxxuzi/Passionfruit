      *                    lost item stops disappearing with it.
      *                    Lost rows no longer count as issued in
      *                    the stock report.
      *   2024-10-22  rxz  A lost-item charge is raised with nothing
      *                    recovered and not marked for final pay - the
      *                    two fields S156's payroll recovery added to
      *                    the charges ledger.
      *   2024-10-25  rxz  A return that puts stock back on CAT-ON-HAND
      *                    is written to the stock movement ledger
      *                    (stkmove.txt) through STMADD, with the issue
      *                    ID as reference, for S157's valuation
      *                    roll-forward.
      *   2024-10-28  rxz  Stock is held per office. A return goes back
      *                    on the shelf of the office taking it in (the
      *                    desk's BRANCH_CODE, unset = the head office)
      *                    through STKLOC as well as onto CAT-ON-HAND,
      *                    and a returned serial's unit row moves to
      *                    that office. The stock report is now by
      *                    location: per catalog item the shop-wide
      *                    figure, then each office's on-hand, in
      *                    transit to it on an S158 transfer, and issued
      *                    from it.
      *   2024-10-31  rxz  K takes a kit (issued by S024 under one kit
      *                    reference) back as a whole: keyed by the kit
      *                    reference or any item ID in it, each open
      *                    component is confirmed back in the box -
      *                    serials checked in as for a single return -
      *                    and whatever did not come back is listed as
      *                    missing, still open for R or L later. A shows
      *                    how many complete kits the stock can make,
      *                    shop-wide (on hand less reservations covering
      *                    today, none from a part out of service) and
      *                    from this office's shelf.
      *   2024-11-18  rxz  A member loan S024 made comes back whole or
      *                    not at all - the deposit settles once. At the
      *                    return the desk keys what, if anything, is
      *                    kept for damage; the rest of the deposit held
      *                    is handed back, and both movements go onto
      *                    the member loan deposit ledger (loandep.txt,
      *                    kinds R and K) quoting the deposit's receipt.
      *                    A member loan is not declared lost here: S164
      *                    charges one that stays out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S037.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNH-STATUS.

           SELECT LocationFile ASSIGN TO "./../itemloc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLC-STATUS.

           SELECT KitFile ASSIGN TO "./../kitdef.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KIT-STATUS.

           SELECT ReservationFile ASSIGN TO "./../reserve.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSV-STATUS.

           SELECT LoanDepositFile ASSIGN TO "./../loandep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IssuedItemFile.
       FD  UnitHistoryFile.
           COPY UNITHIST.

       FD  LocationFile.
           COPY SLCREC.

       FD  KitFile.
           COPY KITREC.

       FD  ReservationFile.
           COPY RSVREC.

       FD  LoanDepositFile.
           COPY LDPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-CAT-FILE-STATUS     PIC XX.
       01  WS-SERIAL-KIND-SWITCH  PIC X(01).
           88  WS-KIND-SERIALIZED VALUE "Y".
       01  WS-UNIT-ACTION         PIC X(01).
       01  WS-SLC-STATUS          PIC XX.
       01  WS-LOC-EOF-SWITCH      PIC X(01).
           88  WS-LOC-END-OF-FILE VALUE "Y".
       01  WS-BRANCH-CODE         PIC X(03) VALUE SPACES.
       01  WS-SLC-ACTION          PIC X(08).
       01  WS-SLC-QTY             PIC 9(05).
       01  WS-SLC-ON-HAND         PIC 9(05).
       01  WS-SLC-IN-TRANSIT      PIC 9(05).
       01  WS-SLC-RESULT          PIC X(02).

      * One item's offices for the stock-by-location report.
       01  WS-OFFICE-TABLE.
           05  WS-OFF-ROW OCCURS 50 TIMES.
               10  WS-OFF-BRANCH      PIC X(03).
               10  WS-OFF-ON-HAND     PIC 9(05).
               10  WS-OFF-IN-TRANSIT  PIC 9(05).
               10  WS-OFF-ISSUED      PIC 9(05).
       01  WS-OFF-COUNT           PIC 9(02).
       01  WS-OFF-IDX             PIC 9(02).
       01  WS-OFF-FOUND-SWITCH    PIC X(01).
           88  WS-OFF-FOUND       VALUE "Y".
       01  WS-OFF-NAME            PIC X(04).
       01  WS-KIT-STATUS          PIC XX.
       01  WS-KIT-EOF-SWITCH      PIC X(01).
           88  WS-KIT-END-OF-FILE VALUE "Y".
       01  WS-RSV-STATUS          PIC XX.
       01  WS-RSV-EOF-SWITCH      PIC X(01).
           88  WS-RSV-END-OF-FILE VALUE "Y".
       01  WS-KIT-CODE            PIC X(08).
       01  WS-KIT-REF             PIC 9(05).
       01  WS-CONFIRM             PIC X(01).
       01  WS-OPEN-COUNT          PIC 9(02).
       01  WS-MISSING-COUNT       PIC 9(02).
       01  WS-RESERVED-QTY        PIC 9(05).
       01  WS-AVAILABLE-QTY       PIC S9(05).
       01  WS-COMP-MAKES          PIC 9(05).
       01  WS-OFFICE-MAKES        PIC 9(05).
       01  WS-KIT-MAKES           PIC 9(05).
       01  WS-KIT-OFFICE-MAKES    PIC 9(05).
       01  WS-KIT-LIMIT-CODE      PIC X(08).
       01  WS-KIT-COUNT           PIC 9(03).

      * The components issued under one kit reference.
       01  WS-KIT-RETURN-TABLE.
           05  WS-KR-ROW OCCURS 40 TIMES.
               10  WS-KR-ITEM-ID      PIC 9(05).
               10  WS-KR-ITEM-CODE    PIC X(08).
               10  WS-KR-ITEM-NAME    PIC X(20).
               10  WS-KR-QTY          PIC 9(03).
               10  WS-KR-STATE        PIC X(01).
               10  WS-KR-BACK         PIC X(01).
       01  WS-KR-COUNT            PIC 9(02).
       01  WS-KR-IDX              PIC 9(02).

      * A member loan's deposit as it is settled at the return.
       01  WS-LDP-STATUS          PIC XX.
       01  WS-LOAN-SWITCH         PIC X(01).
           88  WS-LOAN-RETURN     VALUE "Y".
       01  WS-LOAN-DB-ID          PIC X(20).
       01  WS-LOAN-DEPOSIT        PIC 9(05)V99.
       01  WS-LOAN-KEPT           PIC 9(05)V99.
       01  WS-LOAN-REFUND         PIC 9(05)V99.
       01  WS-LOAN-RECEIPT        PIC 9(07).
       01  WS-LOAN-ITEM-ID        PIC 9(05).
       01  WS-OPERATOR-ID         PIC 9(05).
           COPY STMREC.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-BRANCH-CODE
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S037 - EQUIPMENT RETURNS AND STOCK"
               DISPLAY "=============================================="
               DISPLAY "R=Return an item  K=Return a kit  "
                       "L=Declare lost  S=Stock report  "
                       "A=Kit availability  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "R"
                   WHEN "r"
                       PERFORM RETURN-ITEM
                   WHEN "K"
                   WHEN "k"
                       PERFORM RETURN-KIT
                   WHEN "A"
                   WHEN "a"
                       PERFORM KIT-AVAILABILITY-REPORT
                   WHEN "L"
                   WHEN "l"
                       PERFORM DECLARE-LOST
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LOAN-SWITCH
           IF ITEM-EMPLOYEE-ISSUE
               DISPLAY "Issued: " ITEM-NAME " x " ITEM-QUANTITY
                       " to employee " ITEM-EMPLOYEE-ID
           ELSE
               SET WS-LOAN-RETURN TO TRUE
               DISPLAY "Lent: " ITEM-NAME " x " ITEM-QUANTITY
                       " to member " ITEM-BORROWER-ID
           END-IF
           DISPLAY "Quantity coming back: "
           ACCEPT WS-RETURN-QTY
           IF WS-RETURN-QTY = ZERO OR WS-RETURN-QTY > ITEM-QUANTITY
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-RETURN AND WS-RETURN-QTY NOT = ITEM-QUANTITY
               DISPLAY "A member loan comes back whole - the deposit "
                       "settles once. Nothing recorded."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF

      *    A serial-controlled kind comes back a whole unit at a
      *    time, and the specific serial must check in with it.
               DISPLAY "Partial return - " ITEM-QUANTITY
                       " still out."
           END-IF
           IF WS-LOAN-RETURN
               PERFORM SETTLE-LOAN-DEPOSIT
           END-IF
           REWRITE ISSUED-ITEM-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Return failed - status " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           CLOSE IssuedItemFile
           IF WS-LOAN-RETURN
               PERFORM RECORD-DEPOSIT-SETTLEMENT
           END-IF

           IF WS-KIND-SERIALIZED
               MOVE "B" TO WS-UNIT-ACTION
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           IF NOT ITEM-EMPLOYEE-ISSUE
               DISPLAY "Item " WS-WORK-ITEM-ID " is lent to member "
                       ITEM-BORROWER-ID " - a member loan that does "
                       "not come back is charged by S164's overdue "
                       "member loans run."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issued: " ITEM-NAME " x " ITEM-QUANTITY
                   " to employee " ITEM-EMPLOYEE-ID

                   "of " WS-CHARGE-AMOUNT " raised against employee "
                   ITEM-EMPLOYEE-ID ".".

      * What the member gets back: the deposit held less whatever
      * the desk keeps for damage. A deposit never taken leaves
      * nothing to hand back and can no longer be taken.
       SETTLE-LOAN-DEPOSIT.
           MOVE ZERO TO WS-LOAN-DEPOSIT
           MOVE ZERO TO WS-LOAN-KEPT
           MOVE ZERO TO WS-LOAN-REFUND
           MOVE ITEM-ID          TO WS-LOAN-ITEM-ID
           MOVE ITEM-BORROWER-ID TO WS-LOAN-DB-ID
           IF NOT ITEM-DEPOSIT-HELD
               DISPLAY "No deposit is held on this loan - nothing "
                       "to hand back."
               SET ITEM-DEPOSIT-SETTLED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-DEPOSIT         TO WS-LOAN-DEPOSIT
           MOVE ITEM-DEPOSIT-RECEIPT TO WS-LOAN-RECEIPT
           DISPLAY "Deposit held: " WS-LOAN-DEPOSIT
                   " (receipt " WS-LOAN-RECEIPT ")"
           PERFORM WITH TEST AFTER
                   UNTIL WS-LOAN-KEPT <= WS-LOAN-DEPOSIT
               DISPLAY "Kept for damage (0 for none): "
               MOVE ZERO TO WS-LOAN-KEPT
               ACCEPT WS-LOAN-KEPT
               IF WS-LOAN-KEPT > WS-LOAN-DEPOSIT
                   DISPLAY "No more than the deposit of "
                           WS-LOAN-DEPOSIT " can be kept."
               END-IF
           END-PERFORM
           COMPUTE WS-LOAN-REFUND = WS-LOAN-DEPOSIT - WS-LOAN-KEPT
           DISPLAY "Settled by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           SET ITEM-DEPOSIT-SETTLED TO TRUE.

      * The settlement lands on the deposit ledger once the loan is
      * closed - the part handed back and the part kept, each
      * quoting the deposit's receipt.
       RECORD-DEPOSIT-SETTLEMENT.
           IF WS-LOAN-DEPOSIT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LoanDepositFile
           IF WS-LDP-STATUS = "35"
               OPEN OUTPUT LoanDepositFile
           END-IF
           IF WS-LDP-STATUS NOT = "00"
               DISPLAY "loandep.txt could not be opened - status "
                       WS-LDP-STATUS " - deposit settlement NOT "
                       "recorded; hand back " WS-LOAN-REFUND
                       " and record it by hand."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-ITEM-ID TO LDP-ITEM-ID
           MOVE WS-LOAN-DB-ID   TO LDP-DB-ID
           MOVE WS-TODAY-DATE   TO LDP-DATE
           MOVE WS-LOAN-RECEIPT TO LDP-RECEIPT-NO
           MOVE ZERO            TO LDP-INV-NO
           MOVE "C"             TO LDP-METHOD
           MOVE WS-BRANCH-CODE  TO LDP-BRANCH
           MOVE WS-OPERATOR-ID  TO LDP-OPERATOR
           IF WS-LOAN-REFUND > ZERO
               SET LDP-KIND-REFUNDED TO TRUE
               MOVE WS-LOAN-REFUND TO LDP-AMOUNT
               WRITE LOAN-DEPOSIT-RECORD
           END-IF
           IF WS-LOAN-KEPT > ZERO
               SET LDP-KIND-KEPT TO TRUE
               MOVE WS-LOAN-KEPT TO LDP-AMOUNT
               WRITE LOAN-DEPOSIT-RECORD
           END-IF
           CLOSE LoanDepositFile
           DISPLAY "Hand back " WS-LOAN-REFUND " to member "
                   WS-LOAN-DB-ID " - " WS-LOAN-KEPT
                   " kept for damage.".

       LOOK-UP-UNIT-VALUE.
           MOVE ZERO TO WS-CHARGE-AMOUNT
           IF ITEM-CODE = SPACES
           MOVE ZERO             TO CHG-PAID-DATE
           MOVE ZERO             TO CHG-PAID-BY
           MOVE ZERO             TO CHG-RECEIPT-NO
           MOVE ZERO             TO CHG-RECOVERED
           MOVE "N"              TO CHG-FINAL-PAY
           WRITE EMPLOYEE-CHARGE-RECORD
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "WRITE to chargeled.txt failed - status "
                   ELSE
                       DISPLAY "Catalog balance for " ITEM-CODE
                               " now " CAT-ON-HAND "."
                       PERFORM RESTORE-LOCATION-BALANCE
                       PERFORM RECORD-RETURN-MOVEMENT
                   END-IF
           END-READ
           CLOSE ItemCatalogFile.

      * The quantity put back goes on the stock movement ledger.
       RECORD-RETURN-MOVEMENT.
           MOVE SPACES         TO STOCK-MOVEMENT-RECORD
           MOVE CAT-ITEM-CODE  TO STM-ITEM-CODE
           SET STM-TYPE-RETURN TO TRUE
           MOVE WS-RETURN-QTY  TO STM-QTY-IN
           MOVE ZERO           TO STM-QTY-OUT
           MOVE CAT-UNIT-VALUE TO STM-UNIT-VALUE
           MOVE CAT-ON-HAND    TO STM-ON-HAND-AFTER
           MOVE "S037"         TO STM-PROGRAM
           MOVE ZERO           TO STM-OPERATOR
           MOVE ITEM-ID        TO STM-REFERENCE
           MOVE WS-BRANCH-CODE TO STM-BRANCH
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

      * The quantity goes on the shelf of the office taking it in,
      * which need not be the one that issued it.
       RESTORE-LOCATION-BALANCE.
           MOVE "ADD" TO WS-SLC-ACTION
           MOVE WS-RETURN-QTY TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION ITEM-CODE
                   WS-BRANCH-CODE WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT = "00"
               DISPLAY "On hand at office '" WS-BRANCH-CODE "' now "
                       WS-SLC-ON-HAND "."
           ELSE
               DISPLAY "Office balance not updated - result "
                       WS-SLC-RESULT
           END-IF.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

      * One line per catalog item: on-hand from the catalog, issued
      * quantity summed from the still-open issue records.
      * Is the issue's kind serial-controlled? The catalog row in
               SET UNIT-STATE-IN-STOCK TO TRUE
               MOVE ZERO TO UNIT-HOLDER
               MOVE ZERO TO UNIT-ISSUE-ID
               MOVE WS-BRANCH-CODE TO UNIT-BRANCH
           ELSE
               SET UNIT-STATE-LOST TO TRUE
           END-IF
           WRITE UNIT-HISTORY-RECORD
           CLOSE UnitHistoryFile.

      * Per catalog item the shop-wide balance, then one line per
      * office holding or expecting it or with some of it out.
       STOCK-REPORT.
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-FILE-STATUS NOT = "00"
           END-IF

           DISPLAY "==================================================="
           DISPLAY "  STOCK REPORT - BY LOCATION"
           DISPLAY "==================================================="
           DISPLAY "CODE     DESCRIPTION          SHOP TOTAL"
           DISPLAY "         OFFICE  ON HAND  IN TRANSIT  ISSUED"

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CATALOG-ITEM
           PERFORM UNTIL WS-END-OF-FILE
               MOVE ZERO TO WS-OFF-COUNT
               PERFORM LOAD-OFFICES-FOR-CODE
               PERFORM SUM-OPEN-ISSUES-FOR-CODE
               DISPLAY CAT-ITEM-CODE " " CAT-ITEM-DESC " "
                       CAT-ON-HAND
               PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                       UNTIL WS-OFF-IDX > WS-OFF-COUNT
                   IF WS-OFF-BRANCH(WS-OFF-IDX) = SPACES
                       MOVE "HEAD" TO WS-OFF-NAME
                   ELSE
                       MOVE WS-OFF-BRANCH(WS-OFF-IDX) TO WS-OFF-NAME
                   END-IF
                   DISPLAY "         " WS-OFF-NAME "    "
                           WS-OFF-ON-HAND(WS-OFF-IDX) "    "
                           WS-OFF-IN-TRANSIT(WS-OFF-IDX) "       "
                           WS-OFF-ISSUED(WS-OFF-IDX)
               END-PERFORM
               PERFORM READ-NEXT-CATALOG-ITEM
           END-PERFORM
           DISPLAY "==================================================="
           CLOSE ItemCatalogFile.

      * The item's itemloc.txt rows sit together under its code -
      * START at the first and read on while the code holds.
       LOAD-OFFICES-FOR-CODE.
           OPEN INPUT LocationFile
           IF WS-SLC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOC-EOF-SWITCH
           MOVE CAT-ITEM-CODE TO SLC-ITEM-CODE
           MOVE LOW-VALUES TO SLC-BRANCH
           START LocationFile KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY
                   SET WS-LOC-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-LOC-END-OF-FILE
               PERFORM READ-NEXT-LOCATION
           END-IF
           PERFORM UNTIL WS-LOC-END-OF-FILE
                   OR SLC-ITEM-CODE NOT = CAT-ITEM-CODE
               IF WS-OFF-COUNT < 50
                   ADD 1 TO WS-OFF-COUNT
                   MOVE SLC-BRANCH TO WS-OFF-BRANCH(WS-OFF-COUNT)
                   MOVE SLC-ON-HAND TO WS-OFF-ON-HAND(WS-OFF-COUNT)
                   MOVE SLC-IN-TRANSIT
                           TO WS-OFF-IN-TRANSIT(WS-OFF-COUNT)
                   MOVE ZERO TO WS-OFF-ISSUED(WS-OFF-COUNT)
               END-IF
               PERFORM READ-NEXT-LOCATION
           END-PERFORM
           CLOSE LocationFile.

       READ-NEXT-LOCATION.
           READ LocationFile NEXT RECORD
               AT END
                   SET WS-LOC-END-OF-FILE TO TRUE
           END-READ.

      * An office with stock out but no row of its own still gets a
      * line for what it has out.
       FIND-OFFICE-ROW.
           MOVE "N" TO WS-OFF-FOUND-SWITCH
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFF-COUNT
                      OR WS-OFF-FOUND
               IF WS-OFF-BRANCH(WS-OFF-IDX) = ITEM-BRANCH
                   SET WS-OFF-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OFF-FOUND
               SUBTRACT 1 FROM WS-OFF-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-OFF-COUNT < 50
               ADD 1 TO WS-OFF-COUNT
               MOVE WS-OFF-COUNT TO WS-OFF-IDX
               MOVE ITEM-BRANCH TO WS-OFF-BRANCH(WS-OFF-IDX)
               MOVE ZERO TO WS-OFF-ON-HAND(WS-OFF-IDX)
               MOVE ZERO TO WS-OFF-IN-TRANSIT(WS-OFF-IDX)
               MOVE ZERO TO WS-OFF-ISSUED(WS-OFF-IDX)
               SET WS-OFF-FOUND TO TRUE
           END-IF.

       READ-NEXT-CATALOG-ITEM.
           READ ItemCatalogFile NEXT RECORD
               AT END
                       AND NOT ITEM-STATE-RETURNED
                       AND NOT ITEM-STATE-LOST
                   ADD ITEM-QUANTITY TO WS-OUT-QTY
                   PERFORM FIND-OFFICE-ROW
                   IF WS-OFF-FOUND
                       ADD ITEM-QUANTITY TO WS-OFF-ISSUED(WS-OFF-IDX)
                   END-IF
               END-IF
               PERFORM READ-NEXT-ISSUED-FOR-SUM
           END-PERFORM
                   SET WS-SUM-END-OF-FILE TO TRUE
           END-READ.

      * A kit comes back as a whole: every component still out under
      * the kit reference is confirmed in the box and checked in as
      * a full return. What is not there is listed as missing and
      * stays open - R when it turns up, L if it does not.
       RETURN-KIT.
           OPEN INPUT IssuedItemFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "itemissue.txt could not be opened - status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kit reference (or any item ID in the kit): "
           ACCEPT WS-WORK-ITEM-ID
           MOVE WS-WORK-ITEM-ID TO ITEM-ID
           READ IssuedItemFile KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Item " WS-WORK-ITEM-ID " is not on file."
                   CLOSE IssuedItemFile
                   EXIT PARAGRAPH
           END-READ
           IF ITEM-KIT-CODE = SPACES
               DISPLAY "Item " WS-WORK-ITEM-ID " was not issued as "
                       "part of a kit - return it with R."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-KIT-CODE TO WS-KIT-CODE
           MOVE ITEM-KIT-REF  TO WS-KIT-REF
           CLOSE IssuedItemFile
           PERFORM LOAD-KIT-COMPONENTS-OUT

           DISPLAY "Kit " WS-KIT-CODE " reference " WS-KIT-REF
                   " - " WS-KR-COUNT " component(s) issued:"
           MOVE ZERO TO WS-OPEN-COUNT
           PERFORM VARYING WS-KR-IDX FROM 1 BY 1
                   UNTIL WS-KR-IDX > WS-KR-COUNT
               DISPLAY "   " WS-KR-ITEM-ID(WS-KR-IDX) " "
                       WS-KR-ITEM-CODE(WS-KR-IDX) " "
                       WS-KR-ITEM-NAME(WS-KR-IDX) " x "
                       WS-KR-QTY(WS-KR-IDX) "  state "
                       WS-KR-STATE(WS-KR-IDX)
               IF WS-KR-STATE(WS-KR-IDX) = "O"
                       OR WS-KR-STATE(WS-KR-IDX) = SPACE
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = ZERO
               DISPLAY "Nothing in this kit is still out."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-MISSING-COUNT
           PERFORM VARYING WS-KR-IDX FROM 1 BY 1
                   UNTIL WS-KR-IDX > WS-KR-COUNT
               IF WS-KR-STATE(WS-KR-IDX) = "O"
                       OR WS-KR-STATE(WS-KR-IDX) = SPACE
                   DISPLAY "Item " WS-KR-ITEM-ID(WS-KR-IDX) " "
                           WS-KR-ITEM-NAME(WS-KR-IDX) " x "
                           WS-KR-QTY(WS-KR-IDX)
                           " back in the kit (Y/N)? "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM RETURN-KIT-COMPONENT
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MISSING-COUNT = ZERO
               DISPLAY "Kit " WS-KIT-CODE " reference " WS-KIT-REF
                       " returned complete."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kit " WS-KIT-CODE " reference " WS-KIT-REF
                   " came back with " WS-MISSING-COUNT
                   " component(s) MISSING:"
           PERFORM VARYING WS-KR-IDX FROM 1 BY 1
                   UNTIL WS-KR-IDX > WS-KR-COUNT
               IF WS-KR-BACK(WS-KR-IDX) = "N"
                   DISPLAY "   MISSING " WS-KR-ITEM-ID(WS-KR-IDX) " "
                           WS-KR-ITEM-CODE(WS-KR-IDX) " "
                           WS-KR-ITEM-NAME(WS-KR-IDX) " x "
                           WS-KR-QTY(WS-KR-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Still open - return each with R when it turns up, "
                   "or declare it lost with L.".

      * Every issue row carrying the kit reference. A component not
      * yet confirmed back is flagged "N".
       LOAD-KIT-COMPONENTS-OUT.
           MOVE ZERO TO WS-KR-COUNT
           MOVE "N" TO WS-SUM-EOF-SWITCH
           OPEN INPUT IssuedItemFile
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ISSUED-FOR-SUM
           PERFORM UNTIL WS-SUM-END-OF-FILE
               IF ITEM-KIT-CODE = WS-KIT-CODE
                       AND ITEM-KIT-REF = WS-KIT-REF
                       AND WS-KR-COUNT < 40
                   ADD 1 TO WS-KR-COUNT
                   MOVE ITEM-ID       TO WS-KR-ITEM-ID(WS-KR-COUNT)
                   MOVE ITEM-CODE     TO WS-KR-ITEM-CODE(WS-KR-COUNT)
                   MOVE ITEM-NAME     TO WS-KR-ITEM-NAME(WS-KR-COUNT)
                   MOVE ITEM-QUANTITY TO WS-KR-QTY(WS-KR-COUNT)
                   MOVE ITEM-STATE    TO WS-KR-STATE(WS-KR-COUNT)
                   IF ITEM-STATE-RETURNED OR ITEM-STATE-LOST
                       MOVE "-" TO WS-KR-BACK(WS-KR-COUNT)
                   ELSE
                       MOVE "N" TO WS-KR-BACK(WS-KR-COUNT)
                   END-IF
               END-IF
               PERFORM READ-NEXT-ISSUED-FOR-SUM
           END-PERFORM
           CLOSE IssuedItemFile.

      * One component back in full - the same close, serial check-in
      * and balance restore as a full single return.
       RETURN-KIT-COMPONENT.
           OPEN I-O IssuedItemFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "itemissue.txt could not be opened - status "
                       WS-FILE-STATUS " - component NOT returned."
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KR-ITEM-ID(WS-KR-IDX) TO WS-WORK-ITEM-ID
           MOVE WS-WORK-ITEM-ID TO ITEM-ID
           READ IssuedItemFile KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Item " WS-WORK-ITEM-ID " vanished - "
                           "component NOT returned."
                   CLOSE IssuedItemFile
                   ADD 1 TO WS-MISSING-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE ITEM-QUANTITY TO WS-RETURN-QTY
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           SET ITEM-STATE-RETURNED TO TRUE
           MOVE WS-TODAY-DATE TO ITEM-RETURN-DATE
           REWRITE ISSUED-ITEM-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Return failed - status " WS-FILE-STATUS
               CLOSE IssuedItemFile
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           CLOSE IssuedItemFile
           MOVE "Y" TO WS-KR-BACK(WS-KR-IDX)

           PERFORM CHECK-KIND-SERIALIZED
           IF WS-KIND-SERIALIZED
               MOVE "B" TO WS-UNIT-ACTION
               PERFORM MOVE-UNIT-ROW
           END-IF
           PERFORM RESTORE-CATALOG-BALANCE.

      * How many whole kits the stock can make: per component what
      * is free (on hand less other people's reservations covering
      * today, nothing from a part out of service) over what one kit
      * takes; the kit makes as many as its scarcest component.
      * The same again from this office's shelf alone.
       KIT-AVAILABILITY-REPORT.
           MOVE "N" TO WS-KIT-EOF-SWITCH
           OPEN INPUT KitFile
           IF WS-KIT-STATUS NOT = "00"
               DISPLAY "kitdef.txt could not be opened - status "
                       WS-KIT-STATUS " - no kits set up yet."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-FILE-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-FILE-STATUS
               CLOSE KitFile
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           DISPLAY "==================================================="
           DISPLAY "  KIT AVAILABILITY - THIS OFFICE '" WS-BRANCH-CODE
                   "'"
           DISPLAY "==================================================="
           DISPLAY "KIT      DESCRIPTION"
           DISPLAY "   PART     PER KIT  FREE  MAKES  OFFICE  MAKES"
           MOVE ZERO TO WS-KIT-COUNT
           MOVE SPACES TO WS-KIT-CODE
           PERFORM READ-NEXT-KIT-ROW
           PERFORM UNTIL WS-KIT-END-OF-FILE
               IF KIT-CODE NOT = WS-KIT-CODE
                   IF WS-KIT-CODE NOT = SPACES
                       PERFORM PRINT-KIT-MAKES
                   END-IF
                   ADD 1 TO WS-KIT-COUNT
                   MOVE KIT-CODE TO WS-KIT-CODE
                   MOVE 99999 TO WS-KIT-MAKES
                   MOVE 99999 TO WS-KIT-OFFICE-MAKES
                   MOVE SPACES TO WS-KIT-LIMIT-CODE
                   DISPLAY KIT-CODE " " KIT-DESC
               END-IF
               PERFORM MEASURE-KIT-COMPONENT
               PERFORM READ-NEXT-KIT-ROW
           END-PERFORM
           IF WS-KIT-CODE NOT = SPACES
               PERFORM PRINT-KIT-MAKES
           END-IF
           DISPLAY "==================================================="
           DISPLAY "Kits on file: " WS-KIT-COUNT
           CLOSE ItemCatalogFile
           CLOSE KitFile.

       MEASURE-KIT-COMPONENT.
           MOVE ZERO TO WS-AVAILABLE-QTY
           MOVE ZERO TO WS-SLC-ON-HAND
           MOVE KIT-ITEM-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   MOVE ZERO TO WS-AVAILABLE-QTY
               NOT INVALID KEY
                   IF NOT CAT-OUT-OF-SERVICE
                       PERFORM COUNT-RESERVED-TODAY
                       COMPUTE WS-AVAILABLE-QTY
                               = CAT-ON-HAND - WS-RESERVED-QTY
                       IF WS-AVAILABLE-QTY < ZERO
                           MOVE ZERO TO WS-AVAILABLE-QTY
                       END-IF
                       MOVE "GET" TO WS-SLC-ACTION
                       MOVE ZERO TO WS-SLC-QTY
                       CALL "STKLOC" USING WS-SLC-ACTION
                               KIT-ITEM-CODE WS-BRANCH-CODE
                               WS-SLC-QTY WS-SLC-ON-HAND
                               WS-SLC-IN-TRANSIT WS-SLC-RESULT
                   END-IF
           END-READ
           IF KIT-QTY = ZERO
               MOVE 99999 TO WS-COMP-MAKES
               MOVE 99999 TO WS-OFFICE-MAKES
           ELSE
               DIVIDE WS-AVAILABLE-QTY BY KIT-QTY
                       GIVING WS-COMP-MAKES
               DIVIDE WS-SLC-ON-HAND BY KIT-QTY
                       GIVING WS-OFFICE-MAKES
           END-IF
           IF WS-OFFICE-MAKES > WS-COMP-MAKES
               MOVE WS-COMP-MAKES TO WS-OFFICE-MAKES
           END-IF
           IF WS-COMP-MAKES < WS-KIT-MAKES
               MOVE WS-COMP-MAKES TO WS-KIT-MAKES
               MOVE KIT-ITEM-CODE TO WS-KIT-LIMIT-CODE
           END-IF
           IF WS-OFFICE-MAKES < WS-KIT-OFFICE-MAKES
               MOVE WS-OFFICE-MAKES TO WS-KIT-OFFICE-MAKES
           END-IF
           DISPLAY "   " KIT-ITEM-CODE " " KIT-QTY "      "
                   WS-AVAILABLE-QTY " " WS-COMP-MAKES "  "
                   WS-SLC-ON-HAND "   " WS-OFFICE-MAKES.

       PRINT-KIT-MAKES.
           DISPLAY "   COMPLETE KITS: " WS-KIT-MAKES " shop-wide, "
                   WS-KIT-OFFICE-MAKES " from this office - "
                   "scarcest part " WS-KIT-LIMIT-CODE.

      * Open reservations on the catalog item in hand whose window
      * covers today - stock already promised.
       COUNT-RESERVED-TODAY.
           MOVE ZERO TO WS-RESERVED-QTY
           MOVE "N" TO WS-RSV-EOF-SWITCH
           OPEN INPUT ReservationFile
           IF WS-RSV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-RESERVATION
           PERFORM UNTIL WS-RSV-END-OF-FILE
               IF RSV-STATE-OPEN
                       AND RSV-ITEM-CODE = CAT-ITEM-CODE
                       AND RSV-FROM-DATE <= WS-TODAY-DATE
                       AND RSV-TO-DATE >= WS-TODAY-DATE
                   ADD RSV-QUANTITY TO WS-RESERVED-QTY
               END-IF
               PERFORM READ-NEXT-RESERVATION
           END-PERFORM
           CLOSE ReservationFile.

       READ-NEXT-RESERVATION.
           READ ReservationFile
               AT END
                   SET WS-RSV-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-KIT-ROW.
           READ KitFile
               AT END
                   SET WS-KIT-END-OF-FILE TO TRUE
           END-READ.

       END PROGRAM S037.
