      *                    passing service clears it - a ladder that
      *                    failed inspection can no longer walk out
      *                    the door.
      *   2024-10-25  rxz  Every issue that draws CAT-ON-HAND down is
      *                    written to the stock movement ledger
      *                    (stkmove.txt) through STMADD - the issued
      *                    quantity out at the catalog's unit value,
      *                    with the issue ID as reference - for S157's
      *                    valuation roll-forward.
      *   2024-10-28  rxz  Stock is held per office. The issuing desk's
      *                    office comes from BRANCH_CODE (unset = the
      *                    head office, as at S039's desk); an issue
      *                    needs the quantity on that office's shelf
      *                    (itemloc.txt, through STKLOC) as well as in
      *                    the shop-wide balance, a serial must be in
      *                    stock at the office, and the issue is stamped
      *                    ITEM-BRANCH and drawn down from the office's
      *                    figure as well as CAT-ON-HAND. Stock held at
      *                    another office moves through S158 first.
      *   2024-10-31  rxz  A kit code (KITREC, set up through S036) is
      *                    taken at the item-code prompt. Every
      *                    component is checked first - cataloged, in
      *                    service, on hand shop-wide and at this
      *                    office, clear of other people's reservations,
      *                    and a serial keyed and checked for each unit
      *                    of a serial-controlled part - and only when
      *                    all pass is each one issued, under the kit
      *                    code and a shared kit reference (the first
      *                    component's item ID) for S037 to take the kit
      *                    back by. One short component refuses the
      *                    whole kit.
      *   2024-11-18  rxz  Member loans. The desk is asked first whether
      *                    this is an issue to an employee or a loan to
      *                    a member. A loan is made against an active
      *                    registration's DB-ID (ITEM-BORROWER-ID,
      *                    employee zero), must carry a due-back date
      *                    after today, and asks a refundable deposit -
      *                    LOAN-DEPOSIT-PCT of the catalog value unless
      *                    the desk keys another amount - which is left
      *                    due for S039's desk to take. Kits are issued
      *                    to employees only.
      ******************************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNH-STATUS.

           SELECT KitFile ASSIGN TO "./../kitdef.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KIT-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-DB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IssuedItemFile.
       FD  UnitHistoryFile.
           COPY UNITHIST.

       FD  KitFile.
           COPY KITREC.

       FD  DatabaseFile.
           COPY DBREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-UNIT-STATUS         PIC XX.
               VALUE "./../rsvwork.txt".
       01  WS-RSV-DELETE-RESULT   PIC 9(09) COMP-5.
       01  WS-RSV-RENAME-RESULT   PIC 9(09) COMP-5.
       01  WS-BRANCH-CODE         PIC X(03) VALUE SPACES.
       01  WS-SLC-ACTION          PIC X(08).
       01  WS-SLC-QTY             PIC 9(05).
       01  WS-SLC-ON-HAND         PIC 9(05).
       01  WS-SLC-IN-TRANSIT      PIC 9(05).
       01  WS-SLC-RESULT          PIC X(02).
       01  WS-KIT-STATUS          PIC XX.
       01  WS-KIT-EOF-SWITCH      PIC X(01).
           88  WS-KIT-END-OF-FILE VALUE "Y".
       01  WS-KIT-ISSUE-SWITCH    PIC X(01) VALUE "N".
           88  WS-KIT-ISSUE       VALUE "Y".
       01  WS-KIT-OK-SWITCH       PIC X(01).
           88  WS-KIT-OK          VALUE "Y".
       01  WS-KIT-CODE            PIC X(08).
       01  WS-KIT-DESC            PIC X(20).
       01  WS-KIT-REF             PIC 9(05).
       01  WS-KIT-EMPLOYEE-ID     PIC 9(05).
       01  WS-KIT-DUE-DATE        PIC 9(08).
       01  WS-UNIT-NO             PIC 9(03).

      * The kit's components as defined, then the issue lines they
      * expand to - one per unit of a serial-controlled part, one
      * per component otherwise.
       01  WS-KIT-COMPONENTS.
           05  WS-KC-ROW OCCURS 20 TIMES.
               10  WS-KC-ITEM-CODE    PIC X(08).
               10  WS-KC-QTY          PIC 9(03).
       01  WS-KC-COUNT            PIC 9(02).
       01  WS-KC-IDX              PIC 9(02).
       01  WS-KIT-LINES.
           05  WS-KL-ROW OCCURS 40 TIMES.
               10  WS-KL-ITEM-CODE    PIC X(08).
               10  WS-KL-QTY          PIC 9(03).
               10  WS-KL-SERIAL       PIC X(12).
               10  WS-KL-OWN-RSV      PIC X(01).
       01  WS-KL-COUNT            PIC 9(02).
       01  WS-KL-IDX              PIC 9(02).
       01  WS-KL-CHECK            PIC 9(02).

      * A loan to a member instead of an issue to an employee - who
      * borrows it and the refundable deposit S039 is to take.
       01  WS-DB-PATH             PIC X(60).
       01  WS-DB-STATUS           PIC XX.
       01  WS-ISSUE-MODE          PIC X(01).
           88  WS-MEMBER-LOAN     VALUES "M", "m".
       01  WS-LOAN-DB-ID          PIC X(20).
       01  WS-LOAN-DEPOSIT        PIC 9(05)V99.
       01  WS-DEPOSIT-ENTRY       PIC 9(05)V99.
       01  WS-DEPOSIT-PCT         PIC 9(03) VALUE 50.
       01  WS-DUE-OK-SWITCH       PIC X(01).
           88  WS-DUE-DATE-OK     VALUE "Y".
       01  WS-CFG-NAME            PIC X(20).
       01  WS-CFG-DEFAULT         PIC X(40).
       01  WS-CFG-VALUE           PIC X(40).
           COPY STMREC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BRANCH-CODE
           PERFORM INITIALIZE-DB-PATH
           OPEN I-O IssuedItemFile
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT IssuedItemFile
               STOP RUN
           END-IF

           DISPLAY "E=Issue to an employee  M=Lend to a member: "
           ACCEPT WS-ISSUE-MODE
           PERFORM ENTER-VALID-ITEM-CODE
           IF WS-KIT-ISSUE AND WS-MEMBER-LOAN
               DISPLAY "Kit " WS-ENTRY-CODE " - kits are issued to "
                       "employees only; lend its parts one by one."
               CLOSE ItemCatalogFile
               CLOSE IssuedItemFile
               STOP RUN
           END-IF
           IF WS-KIT-ISSUE
               PERFORM ISSUE-KIT
               CLOSE ItemCatalogFile
               CLOSE IssuedItemFile
               STOP RUN
           END-IF
           IF CAT-OUT-OF-SERVICE
               DISPLAY "Item " WS-ENTRY-CODE " is OUT OF SERVICE - "
                       "issue refused until a passing service is "
           MOVE CAT-ITEM-CATEGORY TO ITEM-CATEGORY
           MOVE WS-ENTRY-CODE     TO ITEM-CODE

           IF WS-MEMBER-LOAN
               PERFORM ENTER-LOAN-BORROWER
               IF WS-LOAN-DB-ID = SPACES
                   CLOSE ItemCatalogFile
                   CLOSE IssuedItemFile
                   STOP RUN
               END-IF
               MOVE ZERO TO ITEM-EMPLOYEE-ID
           ELSE
               DISPLAY "Issued to (Employee ID): "
               ACCEPT ITEM-EMPLOYEE-ID
           END-IF
           DISPLAY "Quantity: "
           ACCEPT ITEM-QUANTITY

               STOP RUN
           END-IF

      *    The shop-wide balance is not enough - the stock has to be
      *    on this office's shelf.
           MOVE "GET" TO WS-SLC-ACTION
           MOVE ZERO TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION WS-ENTRY-CODE
                   WS-BRANCH-CODE WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF ITEM-QUANTITY > WS-SLC-ON-HAND
               DISPLAY "Only " WS-SLC-ON-HAND " on hand at office '"
                       WS-BRANCH-CODE "' - issue refused. Stock "
                       "held elsewhere moves through S158."
               CLOSE ItemCatalogFile
               CLOSE IssuedItemFile
               STOP RUN
           END-IF

      *    Stock promised to someone else's reservation is off the
      *    table for a walk-up.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           END-IF
           SET ITEM-STATE-OPEN TO TRUE
           MOVE ZERO TO ITEM-RETURN-DATE
           MOVE WS-BRANCH-CODE TO ITEM-BRANCH
           MOVE SPACES TO ITEM-KIT-CODE
           MOVE ZERO TO ITEM-KIT-REF
           MOVE SPACES TO ITEM-BORROWER-ID
           MOVE ZERO TO ITEM-DEPOSIT
           MOVE SPACE TO ITEM-DEPOSIT-STATE
           MOVE ZERO TO ITEM-DEPOSIT-RECEIPT
           IF WS-MEMBER-LOAN
               PERFORM ENTER-LOAN-TERMS
           ELSE
               DISPLAY "Due back (YYYYMMDD, 0 if not a loaner): "
               ACCEPT ITEM-DUE-DATE
           END-IF
           PERFORM ASSIGN-NEXT-ITEM-ID

      *    The issue record lands first; only a write that actually
                   IF WS-CAT-FILE-STATUS NOT = "00"
                       DISPLAY "Catalog balance update failed - "
                               "status " WS-CAT-FILE-STATUS
                   ELSE
                       PERFORM DRAW-DOWN-LOCATION
                       PERFORM RECORD-ISSUE-MOVEMENT
                   END-IF
                   IF CAT-SERIAL-CONTROLLED
                       PERFORM MARK-UNIT-ISSUED
                   END-IF
                   DISPLAY "Item issued: " ITEM-NAME
                   IF WS-MEMBER-LOAN AND ITEM-DEPOSIT-DUE
                       DISPLAY "Lent to member " ITEM-BORROWER-ID
                               " - take the deposit of "
                               ITEM-DEPOSIT " at S039 (D) against "
                               "item ID " ITEM-ID " before it "
                               "leaves the desk."
                   END-IF
           END-WRITE
           CLOSE ItemCatalogFile

           CLOSE IssuedItemFile
           STOP RUN.

      * Re-prompt until the entered code matches an itemcat.txt row
      * or a kit on kitdef.txt, listing what the catalog offers after
      * a miss - the same re-prompt-until-valid shape S015 uses for
      * WS-COUNTRY.
       ENTER-VALID-ITEM-CODE.
           MOVE "N" TO WS-CODE-VALID-SWITCH
           PERFORM WITH TEST AFTER UNTIL WS-CODE-IS-VALID
               DISPLAY "Item code (or kit code): "
               ACCEPT WS-ENTRY-CODE
               MOVE WS-ENTRY-CODE TO CAT-ITEM-CODE
               READ ItemCatalogFile KEY IS CAT-ITEM-CODE
                   INVALID KEY
                       PERFORM LOAD-KIT-DEFINITION
                       IF WS-KIT-ISSUE
                           SET WS-CODE-IS-VALID TO TRUE
                           DISPLAY "Kit: " WS-KIT-DESC " ("
                                   WS-KC-COUNT " component(s))"
                       ELSE
                           DISPLAY "Item code " WS-ENTRY-CODE
                                   " is not cataloged - use S036 to "
                                   "add it, or enter a cataloged code."
                       END-IF
                   NOT INVALID KEY
                       SET WS-CODE-IS-VALID TO TRUE
                       DISPLAY "Cataloged: " CAT-ITEM-DESC " ("
           PERFORM READ-NEXT-ITEM
           PERFORM UNTIL WS-END-OF-FILE
               DISPLAY "Item ID:       " ITEM-ID
               IF ITEM-EMPLOYEE-ISSUE
                   DISPLAY "Issued to:     " ITEM-EMPLOYEE-ID
               ELSE
                   DISPLAY "Lent to:       " ITEM-BORROWER-ID
               END-IF
               DISPLAY "Item Code:     " ITEM-CODE
               DISPLAY "Item Name:     " ITEM-NAME
               DISPLAY "Category:      " ITEM-CATEGORY
                                   " is not in stock (state "
                                   UNIT-STATE ", holder "
                                   UNIT-HOLDER ")."
                       WHEN UNIT-BRANCH NOT = WS-BRANCH-CODE
                           DISPLAY "Serial " WS-WORK-SERIAL
                                   " is in stock at office '"
                                   UNIT-BRANCH "', not here - "
                                   "move it through S158 first."
                       WHEN OTHER
                           SET WS-SERIAL-IS-OK TO TRUE
                   END-EVALUATE
           WRITE UNIT-HISTORY-RECORD
           CLOSE UnitHistoryFile.

      * The draw-down just applied goes on the stock movement ledger.
       RECORD-ISSUE-MOVEMENT.
           MOVE SPACES         TO STOCK-MOVEMENT-RECORD
           MOVE CAT-ITEM-CODE  TO STM-ITEM-CODE
           SET STM-TYPE-ISSUE  TO TRUE
           MOVE ZERO           TO STM-QTY-IN
           MOVE ITEM-QUANTITY  TO STM-QTY-OUT
           MOVE CAT-UNIT-VALUE TO STM-UNIT-VALUE
           MOVE CAT-ON-HAND    TO STM-ON-HAND-AFTER
           MOVE "S024"         TO STM-PROGRAM
           MOVE ZERO           TO STM-OPERATOR
           MOVE ITEM-ID        TO STM-REFERENCE
           MOVE WS-BRANCH-CODE TO STM-BRANCH
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

      * The office's own shelf goes down with the shop-wide figure.
       DRAW-DOWN-LOCATION.
           MOVE "TAKE" TO WS-SLC-ACTION
           MOVE ITEM-QUANTITY TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION ITEM-CODE
                   WS-BRANCH-CODE WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT NOT = "00"
               DISPLAY "Office balance not drawn down - result "
                       WS-SLC-RESULT
           END-IF.

      * The components of the kit keyed, if WS-ENTRY-CODE is one.
       LOAD-KIT-DEFINITION.
           MOVE "N" TO WS-KIT-ISSUE-SWITCH
           MOVE ZERO TO WS-KC-COUNT
           MOVE "N" TO WS-KIT-EOF-SWITCH
           OPEN INPUT KitFile
           IF WS-KIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-KIT-ROW
           PERFORM UNTIL WS-KIT-END-OF-FILE
               IF KIT-CODE = WS-ENTRY-CODE AND WS-KC-COUNT < 20
                   ADD 1 TO WS-KC-COUNT
                   MOVE KIT-DESC      TO WS-KIT-DESC
                   MOVE KIT-ITEM-CODE TO WS-KC-ITEM-CODE(WS-KC-COUNT)
                   MOVE KIT-QTY       TO WS-KC-QTY(WS-KC-COUNT)
               END-IF
               PERFORM READ-NEXT-KIT-ROW
           END-PERFORM
           CLOSE KitFile
           IF WS-KC-COUNT > ZERO
               MOVE WS-ENTRY-CODE TO WS-KIT-CODE
               SET WS-KIT-ISSUE TO TRUE
           END-IF.

       READ-NEXT-KIT-ROW.
           READ KitFile
               AT END
                   SET WS-KIT-END-OF-FILE TO TRUE
           END-READ.

      * A kit goes out whole or not at all: every component is
      * checked - and every serial keyed - before the first issue
      * record is written.
       ISSUE-KIT.
           DISPLAY "Issued to (Employee ID): "
           ACCEPT WS-KIT-EMPLOYEE-ID
           MOVE WS-KIT-EMPLOYEE-ID TO ITEM-EMPLOYEE-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-KL-COUNT
           SET WS-KIT-OK TO TRUE
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
                   UNTIL WS-KC-IDX > WS-KC-COUNT OR NOT WS-KIT-OK
               PERFORM CHECK-KIT-COMPONENT
           END-PERFORM
           IF NOT WS-KIT-OK
               DISPLAY "Kit " WS-KIT-CODE " refused - nothing issued."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Due back (YYYYMMDD, 0 if not a loaner): "
           ACCEPT WS-KIT-DUE-DATE
           MOVE ZERO TO WS-KIT-REF
           PERFORM VARYING WS-KL-IDX FROM 1 BY 1
                   UNTIL WS-KL-IDX > WS-KL-COUNT
               PERFORM ISSUE-KIT-LINE
           END-PERFORM
           DISPLAY "Kit " WS-KIT-CODE " issued to employee "
                   WS-KIT-EMPLOYEE-ID " under kit reference "
                   WS-KIT-REF " - " WS-KL-COUNT " issue(s).".

      * One component against the same tests a single issue takes;
      * a failure clears WS-KIT-OK.
       CHECK-KIT-COMPONENT.
           MOVE WS-KC-ITEM-CODE(WS-KC-IDX) TO WS-ENTRY-CODE
           MOVE WS-ENTRY-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   DISPLAY "Component " WS-ENTRY-CODE " is no longer "
                           "cataloged."
                   MOVE "N" TO WS-KIT-OK-SWITCH
                   EXIT PARAGRAPH
           END-READ
           IF CAT-OUT-OF-SERVICE
               DISPLAY "Component " WS-ENTRY-CODE " is OUT OF "
                       "SERVICE."
               MOVE "N" TO WS-KIT-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF WS-KC-QTY(WS-KC-IDX) > CAT-ON-HAND
               DISPLAY "Component " WS-ENTRY-CODE ": only "
                       CAT-ON-HAND " on hand."
               MOVE "N" TO WS-KIT-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE "GET" TO WS-SLC-ACTION
           MOVE ZERO TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION WS-ENTRY-CODE
                   WS-BRANCH-CODE WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-KC-QTY(WS-KC-IDX) > WS-SLC-ON-HAND
               DISPLAY "Component " WS-ENTRY-CODE ": only "
                       WS-SLC-ON-HAND " on hand at office '"
                       WS-BRANCH-CODE "'."
               MOVE "N" TO WS-KIT-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-PROMISED-STOCK
           COMPUTE WS-AVAILABLE-QTY
                   = CAT-ON-HAND - WS-RESERVED-QTY
           IF WS-KC-QTY(WS-KC-IDX) > WS-AVAILABLE-QTY
               DISPLAY "Component " WS-ENTRY-CODE ": only "
                       WS-AVAILABLE-QTY " available - "
                       WS-RESERVED-QTY " promised to reservations."
               MOVE "N" TO WS-KIT-OK-SWITCH
               EXIT PARAGRAPH
           END-IF

           IF CAT-SERIAL-CONTROLLED
               PERFORM VARYING WS-UNIT-NO FROM 1 BY 1
                       UNTIL WS-UNIT-NO > WS-KC-QTY(WS-KC-IDX)
                          OR NOT WS-KIT-OK
                   DISPLAY "Component " WS-ENTRY-CODE " unit "
                           WS-UNIT-NO " of " WS-KC-QTY(WS-KC-IDX)
                   PERFORM CAPTURE-SERIAL-FOR-ISSUE
                   IF NOT WS-SERIAL-IS-OK
                       MOVE "N" TO WS-KIT-OK-SWITCH
                   ELSE
                       PERFORM ADD-KIT-LINE
                       IF WS-KIT-OK
                           MOVE 1 TO WS-KL-QTY(WS-KL-COUNT)
                           MOVE WS-WORK-SERIAL
                                   TO WS-KL-SERIAL(WS-KL-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               PERFORM ADD-KIT-LINE
               IF WS-KIT-OK
                   MOVE WS-KC-QTY(WS-KC-IDX) TO WS-KL-QTY(WS-KL-COUNT)
               END-IF
           END-IF.

      * A fresh issue line for the component in hand. Its own
      * reservation is collected once, with the component's first
      * line; the same serial cannot be keyed twice in one kit.
       ADD-KIT-LINE.
           IF WS-KL-COUNT >= 40
               DISPLAY "Kit " WS-KIT-CODE " runs to more than 40 "
                       "issues - issue its parts separately."
               MOVE "N" TO WS-KIT-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF CAT-SERIAL-CONTROLLED
               PERFORM VARYING WS-KL-CHECK FROM 1 BY 1
                       UNTIL WS-KL-CHECK > WS-KL-COUNT
                   IF WS-KL-SERIAL(WS-KL-CHECK) = WS-WORK-SERIAL
                       DISPLAY "Serial " WS-WORK-SERIAL " is already "
                               "in this kit."
                       MOVE "N" TO WS-KIT-OK-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-KIT-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-KL-COUNT
           MOVE WS-ENTRY-CODE TO WS-KL-ITEM-CODE(WS-KL-COUNT)
           MOVE SPACES TO WS-KL-SERIAL(WS-KL-COUNT)
           MOVE "N" TO WS-KL-OWN-RSV(WS-KL-COUNT)
           IF WS-OWN-RESERVATION
               MOVE "Y" TO WS-KL-OWN-RSV(WS-KL-COUNT)
               MOVE "N" TO WS-OWN-RSV-SWITCH
           END-IF.

      * One checked line onto itemissue.txt, drawn down from the
      * catalog and the office like a single issue.
       ISSUE-KIT-LINE.
           MOVE WS-KL-ITEM-CODE(WS-KL-IDX) TO WS-ENTRY-CODE
           MOVE WS-ENTRY-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   DISPLAY "Component " WS-ENTRY-CODE " vanished from "
                           "the catalog - not issued."
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-KIT-EMPLOYEE-ID    TO ITEM-EMPLOYEE-ID
           MOVE WS-ENTRY-CODE         TO ITEM-CODE
           MOVE CAT-ITEM-DESC         TO ITEM-NAME
           MOVE CAT-ITEM-CATEGORY     TO ITEM-CATEGORY
           MOVE WS-KL-QTY(WS-KL-IDX)  TO ITEM-QUANTITY
           SET ITEM-STATE-OPEN TO TRUE
           MOVE ZERO                  TO ITEM-RETURN-DATE
           MOVE WS-KIT-DUE-DATE       TO ITEM-DUE-DATE
           MOVE WS-BRANCH-CODE        TO ITEM-BRANCH
           PERFORM ASSIGN-NEXT-ITEM-ID
           IF WS-KIT-REF = ZERO
               MOVE ITEM-ID TO WS-KIT-REF
           END-IF
           MOVE WS-KIT-CODE           TO ITEM-KIT-CODE
           MOVE WS-KIT-REF            TO ITEM-KIT-REF
           MOVE SPACES                TO ITEM-BORROWER-ID
           MOVE ZERO                  TO ITEM-DEPOSIT
           MOVE SPACE                 TO ITEM-DEPOSIT-STATE
           MOVE ZERO                  TO ITEM-DEPOSIT-RECEIPT
           WRITE ISSUED-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Item ID " ITEM-ID
                           " is already on file - " WS-ENTRY-CODE
                           " not issued; catalog balance untouched."
               NOT INVALID KEY
                   SUBTRACT ITEM-QUANTITY FROM CAT-ON-HAND
                   REWRITE CATALOG-ITEM-RECORD
                   IF WS-CAT-FILE-STATUS NOT = "00"
                       DISPLAY "Catalog balance update failed - "
                               "status " WS-CAT-FILE-STATUS
                   ELSE
                       PERFORM DRAW-DOWN-LOCATION
                       PERFORM RECORD-ISSUE-MOVEMENT
                   END-IF
                   IF WS-KL-SERIAL(WS-KL-IDX) NOT = SPACES
                       MOVE WS-KL-SERIAL(WS-KL-IDX) TO WS-WORK-SERIAL
                       PERFORM MARK-UNIT-ISSUED
                   END-IF
                   IF WS-KL-OWN-RSV(WS-KL-IDX) = "Y"
                       PERFORM MARK-RESERVATION-COLLECTED
                   END-IF
                   DISPLAY "Item " ITEM-ID " issued: " ITEM-NAME
                           " x " ITEM-QUANTITY
           END-WRITE.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

      * A member borrows against their own registration, and only
      * while it is active. WS-LOAN-DB-ID comes back blank when the
      * loan cannot be made.
       ENTER-LOAN-BORROWER.
           DISPLAY "Lent to (member DB-ID): "
           ACCEPT WS-LOAN-DB-ID
           OPEN INPUT DatabaseFile
           IF WS-DB-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-DB-STATUS " - loan refused."
               MOVE SPACES TO WS-LOAN-DB-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "Member " WS-LOAN-DB-ID " is not on file "
                           "- loan refused."
                   MOVE SPACES TO WS-LOAN-DB-ID
               NOT INVALID KEY
                   IF NOT DB-STATUS-ACTIVE
                       DISPLAY "Member " WS-LOAN-DB-ID " is not "
                               "active (status " DB-STATUS
                               ") - loan refused."
                       MOVE SPACES TO WS-LOAN-DB-ID
                   END-IF
           END-READ
           CLOSE DatabaseFile.

      * A member loan always has a due-back date, later than today,
      * and a deposit - by default LOAN-DEPOSIT-PCT of what the
      * items are worth on the catalog, or whatever the desk keys.
      * The deposit is left due; S039's desk takes it.
       ENTER-LOAN-TERMS.
           MOVE "N" TO WS-DUE-OK-SWITCH
           PERFORM WITH TEST AFTER UNTIL WS-DUE-DATE-OK
               DISPLAY "Due back (YYYYMMDD): "
               ACCEPT ITEM-DUE-DATE
               IF ITEM-DUE-DATE IS NUMERIC
                       AND ITEM-DUE-DATE > WS-TODAY-DATE
                   SET WS-DUE-DATE-OK TO TRUE
               ELSE
                   DISPLAY "A member loan must be due back after "
                           "today (" WS-TODAY-DATE ")."
               END-IF
           END-PERFORM
           MOVE "LOAN-DEPOSIT-PCT" TO WS-CFG-NAME
           MOVE "050" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-DEPOSIT-PCT
           END-IF
           COMPUTE WS-LOAN-DEPOSIT ROUNDED
                   = CAT-UNIT-VALUE * ITEM-QUANTITY
                     * WS-DEPOSIT-PCT / 100
           DISPLAY "Standard deposit " WS-LOAN-DEPOSIT
                   " - deposit to take (0 for the standard): "
           MOVE ZERO TO WS-DEPOSIT-ENTRY
           ACCEPT WS-DEPOSIT-ENTRY
           IF WS-DEPOSIT-ENTRY IS NUMERIC AND WS-DEPOSIT-ENTRY > ZERO
               MOVE WS-DEPOSIT-ENTRY TO WS-LOAN-DEPOSIT
           END-IF
           MOVE WS-LOAN-DB-ID   TO ITEM-BORROWER-ID
           MOVE WS-LOAN-DEPOSIT TO ITEM-DEPOSIT
           IF WS-LOAN-DEPOSIT > ZERO
               SET ITEM-DEPOSIT-DUE TO TRUE
           ELSE
               SET ITEM-DEPOSIT-SETTLED TO TRUE
           END-IF.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       ASSIGN-NEXT-ITEM-ID.
           MOVE ZERO TO WS-LAST-ITEM-ID
           OPEN INPUT ItemCtlFile
