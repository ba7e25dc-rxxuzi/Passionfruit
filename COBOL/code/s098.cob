      *          it - the trail the shelf never had. The Point
      *          function sets an item's reorder point and quantity.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-08  rxz  Suppliers carry their payment terms
      *                    (SUP-TERMS-DAYS) for S117's payables
      *                    ledger - asked for on Add, shown on List.
      *   2024-07-11  rxz  Suppliers carry their bank sort code and
      *                    account for S118's payment runs - asked
      *                    for on Add, and the new Bank details
      *                    function sets them on an existing
      *                    supplier (through a supwork.txt swap).
      *   2024-10-25  rxz  A goods receipt that adds to CAT-ON-HAND is
      *                    written to the stock movement ledger
      *                    (stkmove.txt) through STMADD, with the order
      *                    number as reference, for S157's valuation
      *                    roll-forward.
      *   2024-10-28  rxz  Stock is held per office. An order names the
      *                    office it is delivered to (PO-BRANCH, default
      *                    the desk's BRANCH_CODE, checked against
      *                    branch.txt) and the goods receipt puts the
      *                    quantity on that office's shelf through
      *                    STKLOC as well as onto CAT-ON-HAND. Reorder
      *                    points are per office on itemloc.txt: Point
      *                    sets an office's point and quantity, and the
      *                    Below-reorder report works office by office -
      *                    on-hand plus stock in transit to it against
      *                    its point, with only the open orders coming
      *                    to that office counted as on order.
      *   2024-11-06  rxz  The goods receipt of a serial-controlled kind
      *                    books the delivered units in by serial on
      *                    unitmast.txt, at the office ordered for, with
      *                    the order number and the supplier warranty
      *                    (from the delivery date, for the months the
      *                    operator gives) - a unit already
      *                    registered in S111 ahead of the delivery
      *                    takes the order and warranty. S082 raises
      *                    warranty claims from them.
      *   2024-11-09  rxz  An order carries the delivery date the
      *                    supplier promised (PO-PROMISED-DATE) - asked
      *                    for when it is raised, blank taking the order
      *                    date plus PO-LEAD-DAYS from the site profile.
      *                    Cancel closes an open order as cancelled.
      *                    Both feed S161's supplier scorecard.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S098.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

           SELECT SupplierWorkFile ASSIGN TO "./../supwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPW-STATUS.

           SELECT PurchOrderFile ASSIGN TO "./../purchord.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT LocationFile ASSIGN TO "./../itemloc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLC-STATUS.

           SELECT BranchFile ASSIGN TO "./../branch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRN-STATUS.

           SELECT UnitMasterFile ASSIGN TO "./../unitmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT UnitHistoryFile ASSIGN TO "./../unithist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ItemCatalogFile.
       FD  SupplierFile.
           COPY SUPREC.

       FD  SupplierWorkFile.
           COPY SUPREC REPLACING
               ==SUPPLIER-RECORD== BY ==SUPPLIER-WORK-RECORD==
               LEADING ==SUP== BY ==SPW==.

       FD  PurchOrderFile.
           COPY POREC.

       FD  PoCtlFile.
       01  PoCtlRec                   PIC 9(07).

       FD  LocationFile.
           COPY SLCREC.

       FD  BranchFile.
           COPY BRNREC.

       FD  UnitMasterFile.
           COPY UNITREC.

       FD  UnitHistoryFile.
           COPY UNITHIST.

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-SUP-STATUS                PIC XX.
       01  WS-SUPW-STATUS               PIC XX.
       01  WS-PO-STATUS                 PIC XX.
       01  WS-POW-STATUS                PIC XX.
       01  WS-CTL-STATUS                PIC XX.
       01  WS-SUP-OK-SWITCH             PIC X(01).
           88  WS-SUPPLIER-OK           VALUE "Y".
       01  WS-ORDER-QTY                 PIC 9(05).
       01  WS-TERMS-ENTRY               PIC X(03).
       01  WS-SORT-ENTRY                PIC X(08).
       01  WS-ACCOUNT-ENTRY             PIC X(20).
       01  WS-WANTED-PO                 PIC 9(07).
       01  WS-RECEIVED-QTY              PIC 9(05).
       01  WS-ON-ORDER-QTY              PIC 9(07).
           88  WS-RECEIPT-DONE          VALUE "Y".
       01  WS-PO-FILE-NAME     PIC X(20) VALUE "./../purchord.txt".
       01  WS-POW-FILE-NAME    PIC X(20) VALUE "./../powork.txt".
       01  WS-SUP-FILE-NAME    PIC X(20) VALUE "./../supplier.txt".
       01  WS-SUPW-FILE-NAME   PIC X(20) VALUE "./../supwork.txt".
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S098".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-SLC-STATUS                PIC XX.
       01  WS-BRN-STATUS                PIC XX.
       01  WS-BRN-EOF-SWITCH            PIC X(01).
           88  WS-BRN-END-OF-FILE       VALUE "Y".
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-WORK-BRANCH               PIC X(03).
       01  WS-BRANCH-OK-SWITCH          PIC X(01).
           88  WS-BRANCH-OK             VALUE "Y".
       01  WS-CAT-OPEN-SWITCH           PIC X(01).
           88  WS-CAT-IS-OPEN           VALUE "Y".
       01  WS-SLC-ACTION                PIC X(08).
       01  WS-SLC-QTY                   PIC 9(05).
       01  WS-SLC-ON-HAND               PIC 9(05).
       01  WS-SLC-IN-TRANSIT            PIC 9(05).
       01  WS-SLC-RESULT                PIC X(02).
       01  WS-OFFICE-STOCK              PIC 9(06).
       01  WS-ROW-DESC                  PIC X(20).
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-UNH-STATUS                PIC XX.
       01  WS-SERIAL-SWITCH             PIC X(01).
           88  WS-SERIAL-KIND           VALUE "Y".
       01  WS-SERIALS-DONE-SWITCH       PIC X(01).
           88  WS-SERIALS-DONE          VALUE "Y".
       01  WS-WORK-SERIAL               PIC X(12).
       01  WS-UNITS-BOOKED              PIC 9(05).
       01  WS-UNITS-LEFT                PIC 9(05).
       01  WS-NEXT-UNIT-NO              PIC 9(05).
       01  WS-WARRANTY-MONTHS           PIC 9(03).
       01  WS-WARRANTY-END              PIC 9(08).
       01  WS-WARRANTY-END-SPLIT REDEFINES WS-WARRANTY-END.
           05  WS-WAR-YEAR              PIC 9(04).
           05  WS-WAR-MONTH             PIC 9(02).
           05  WS-WAR-DAY               PIC 9(02).
       01  WS-WAR-MONTH-COUNT           PIC 9(05).
       01  WS-LEAD-DAYS                 PIC 9(03) VALUE 14.
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-PROMISED-DATE             PIC 9(08).
       01  WS-PROMISED-DATE-SPLIT REDEFINES WS-PROMISED-DATE.
           05  WS-PRM-YEAR              PIC 9(04).
           05  WS-PRM-MONTH             PIC 9(02).
           05  WS-PRM-DAY               PIC 9(02).
       01  WS-MONTH-DAYS                PIC 9(02).
       01  WS-LEAP-QUOTIENT             PIC 9(04).
       01  WS-LEAP-REMAINDER            PIC 9(04).
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
           COPY STMREC.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-BRANCH-CODE
      * The lead time a supplier is held to when no promised date
      * is given comes from the site profile.
           MOVE "PO-LEAD-DAYS" TO WS-CFG-NAME
           MOVE "014" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-LEAD-DAYS
           END-IF
           MOVE "N" TO WS-EXIT-SWITCH
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "B=Below-reorder report  P=Set reorder point"
               DISPLAY "S=Suppliers  O=Raise an order  "
                       "G=Goods receipt  C=Cancel an order  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "B"
                   WHEN "G"
                   WHEN "g"
                       PERFORM GOODS-RECEIPT
                   WHEN "C"
                   WHEN "c"
                       PERFORM CANCEL-ORDER
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
           END-PERFORM
           STOP RUN.

      * Each office keeps its own point and quantity - its row is
      * created here, at nothing on hand, when the office has never
      * held the item.
       SET-REORDER-POINT.
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS
                   CLOSE ItemCatalogFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE ItemCatalogFile
           PERFORM ENTER-OFFICE
           IF NOT WS-BRANCH-OK
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
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-CODE TO SLC-ITEM-CODE
           MOVE WS-WORK-BRANCH TO SLC-BRANCH
           READ LocationFile KEY IS SLC-KEY
               INVALID KEY
                   MOVE WS-WORK-CODE TO SLC-ITEM-CODE
                   MOVE WS-WORK-BRANCH TO SLC-BRANCH
                   MOVE ZERO TO SLC-ON-HAND
                   MOVE ZERO TO SLC-IN-TRANSIT
                   MOVE ZERO TO SLC-REORDER-POINT
                   MOVE ZERO TO SLC-REORDER-QTY
                   WRITE STOCK-LOCATION-RECORD
           END-READ
           DISPLAY "Reorder point (0 = not replenished): "
           ACCEPT SLC-REORDER-POINT
           DISPLAY "Reorder quantity: "
           ACCEPT SLC-REORDER-QTY
           REWRITE STOCK-LOCATION-RECORD
           IF WS-SLC-STATUS NOT = "00"
               DISPLAY "Office row update failed - status "
                       WS-SLC-STATUS
           ELSE
               DISPLAY "Reorder settings saved for "
                       CAT-ITEM-DESC " at office '" WS-WORK-BRANCH
                       "'."
           END-IF
           CLOSE LocationFile.

      * The nightly answer to "what is about to run dry", office by
      * office - on the shelf plus on its way there from another
      * office, at or under the office's point, with what is
      * already on open order for that office so the same shortage
      * is not ordered twice.
       BELOW-REORDER-REPORT.
           MOVE ZERO TO WS-BELOW-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LocationFile
           IF WS-SLC-STATUS NOT = "00"
               DISPLAY "itemloc.txt could not be opened - status "
                       WS-SLC-STATUS " - no office stock on file."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAT-OPEN-SWITCH
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS = "00"
               SET WS-CAT-IS-OPEN TO TRUE
           END-IF

           MOVE "s098" TO WS-RPT-ID
           MOVE "BELOW-REORDER REPORT" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "CODE     DESCRIPTION          OFF ONHAND TRANS "
                   "POINT SUGGEST ON-ORDER" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-LOCATION-ROW
           PERFORM CHECK-ONE-FOR-REORDER UNTIL WS-END-OF-FILE
           CLOSE LocationFile
           IF WS-CAT-IS-OPEN
               CLOSE ItemCatalogFile
           END-IF

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Office items at or under their point: "
                   WS-BELOW-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       READ-NEXT-LOCATION-ROW.
           READ LocationFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-FOR-REORDER.
           COMPUTE WS-OFFICE-STOCK = SLC-ON-HAND + SLC-IN-TRANSIT
           IF SLC-REORDER-POINT IS NUMERIC
                   AND SLC-REORDER-POINT > ZERO
                   AND WS-OFFICE-STOCK <= SLC-REORDER-POINT
               ADD 1 TO WS-BELOW-COUNT
               MOVE SPACES TO WS-ROW-DESC
               IF WS-CAT-IS-OPEN
                   MOVE SLC-ITEM-CODE TO CAT-ITEM-CODE
                   READ ItemCatalogFile KEY IS CAT-ITEM-CODE
                       INVALID KEY
                           MOVE "(not cataloged)" TO WS-ROW-DESC
                       NOT INVALID KEY
                           MOVE CAT-ITEM-DESC TO WS-ROW-DESC
                   END-READ
               END-IF
               PERFORM SUM-ON-ORDER-QTY
               MOVE SPACES TO WS-RPT-TEXT
               STRING SLC-ITEM-CODE " " WS-ROW-DESC " "
                       SLC-BRANCH " " SLC-ON-HAND "  "
                       SLC-IN-TRANSIT " " SLC-REORDER-POINT " "
                       SLC-REORDER-QTY "   " WS-ON-ORDER-QTY
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           PERFORM READ-NEXT-LOCATION-ROW.

       SUM-ON-ORDER-QTY.
           MOVE ZERO TO WS-ON-ORDER-QTY
           END-IF
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-PO-END-OF-FILE
               IF PO-ITEM-CODE = SLC-ITEM-CODE AND PO-STATE-OPEN
                       AND PO-BRANCH = SLC-BRANCH
                   ADD PO-QTY TO WS-ON-ORDER-QTY
               END-IF
               PERFORM READ-NEXT-ORDER
           END-READ.

       MAINTAIN-SUPPLIERS.
           DISPLAY "L=List  A=Add  B=Bank details: "
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "B" OR WS-CHOICE = "b"
               PERFORM SET-SUPPLIER-BANK
               EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE = "A" OR WS-CHOICE = "a"
               OPEN EXTEND SupplierFile
               IF WS-SUP-STATUS = "35"
               ACCEPT SUP-NAME
               DISPLAY "Phone: "
               ACCEPT SUP-PHONE
               DISPLAY "Payment terms in days (blank = 30): "
               ACCEPT WS-TERMS-ENTRY
               IF WS-TERMS-ENTRY IS NUMERIC
                   MOVE WS-TERMS-ENTRY TO SUP-TERMS-DAYS
               ELSE
                   MOVE 30 TO SUP-TERMS-DAYS
               END-IF
               DISPLAY "Bank sort code (blank = none yet): "
               ACCEPT SUP-BANK-SORT
               DISPLAY "Bank account   (blank = none yet): "
               ACCEPT SUP-BANK-ACCOUNT
               SET SUP-STATE-ACTIVE TO TRUE
               WRITE SUPPLIER-RECORD
               CLOSE SupplierFile
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CODE   NAME                           PHONE"
                       "           TERMS"
               PERFORM READ-NEXT-SUPPLIER
               PERFORM UNTIL WS-SUP-END-OF-FILE
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY SUP-CODE " " SUP-NAME " " SUP-PHONE " "
                           SUP-TERMS-DAYS
                   PERFORM READ-NEXT-SUPPLIER
               END-PERFORM
               CLOSE SupplierFile
                   SET WS-SUP-END-OF-FILE TO TRUE
           END-READ.

      * S118 pays a supplier only to the account on the master, so
      * the details are set here and nowhere else.
       SET-SUPPLIER-BANK.
           DISPLAY "Supplier code: "
           ACCEPT WS-SUP-CODE-ENTRY
           DISPLAY "Bank sort code: "
           ACCEPT WS-SORT-ENTRY
           DISPLAY "Bank account  : "
           ACCEPT WS-ACCOUNT-ENTRY
           IF WS-SORT-ENTRY = SPACES OR WS-ACCOUNT-ENTRY = SPACES
               DISPLAY "Sort code and account are both needed - "
                       "nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SUP-OK-SWITCH
           MOVE "N" TO WS-SUP-EOF-SWITCH
           OPEN INPUT SupplierFile
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "supplier.txt could not be opened - "
                       "status " WS-SUP-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SupplierWorkFile
           IF WS-SUPW-STATUS NOT = "00"
               DISPLAY "supwork.txt could not be opened - "
                       "status " WS-SUPW-STATUS
               CLOSE SupplierFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SUPPLIER
           PERFORM UNTIL WS-SUP-END-OF-FILE
               IF SUP-CODE = WS-SUP-CODE-ENTRY
                   MOVE WS-SORT-ENTRY TO SUP-BANK-SORT
                   MOVE WS-ACCOUNT-ENTRY TO SUP-BANK-ACCOUNT
                   SET WS-SUPPLIER-OK TO TRUE
               END-IF
               MOVE SUPPLIER-RECORD TO SUPPLIER-WORK-RECORD
               WRITE SUPPLIER-WORK-RECORD
               PERFORM READ-NEXT-SUPPLIER
           END-PERFORM
           CLOSE SupplierWorkFile
           CLOSE SupplierFile
           IF NOT WS-SUPPLIER-OK
               DISPLAY "No supplier " WS-SUP-CODE-ENTRY
                       " on file - nothing changed."
               CALL "CBL_DELETE_FILE" USING WS-SUPW-FILE-NAME
                       RETURNING WS-DEL-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-SUP-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-SUPW-FILE-NAME
                   WS-SUP-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated suppliers are at "
                       "supwork.txt; restore them by hand."
               EXIT PARAGRAPH
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Bank details changed for supplier "
                   WS-SUP-CODE-ENTRY
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Bank details set for supplier "
                   WS-SUP-CODE-ENTRY ".".

      * The order names a cataloged item and a listed supplier and
      * takes the next number from poctl.txt.
       RAISE-ORDER.
                       "order refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM ENTER-OFFICE
           IF NOT WS-BRANCH-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM SUGGEST-OFFICE-QTY
           DISPLAY "Quantity (suggested " WS-SLC-QTY "): "
           ACCEPT WS-ORDER-QTY
           IF WS-ORDER-QTY = ZERO
               DISPLAY "Zero quantity - nothing ordered."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO WS-PROMISED-DATE
           PERFORM ADVANCE-ONE-DAY WS-LEAD-DAYS TIMES
           DISPLAY "Promised delivery (YYYYMMDD, blank = "
                   WS-PROMISED-DATE "): "
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY NOT = SPACES
               IF WS-DATE-ENTRY IS NOT NUMERIC
                       OR WS-DATE-ENTRY < WS-TODAY-DATE
                   DISPLAY "Promised date must be YYYYMMDD and not "
                           "before today - order refused."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ENTRY TO WS-PROMISED-DATE
           END-IF

           PERFORM ASSIGN-NEXT-PO-NO
           OPEN EXTEND PurchOrderFile
           MOVE WS-TODAY-DATE     TO PO-ORDER-DATE
           MOVE ZERO              TO PO-RECEIVED-QTY
           MOVE ZERO              TO PO-RECEIVED-DATE
           MOVE WS-WORK-BRANCH    TO PO-BRANCH
           MOVE WS-PROMISED-DATE  TO PO-PROMISED-DATE
           WRITE PURCHASE-ORDER-RECORD
           CLOSE PurchOrderFile
           DISPLAY "Order " WS-LAST-PO-NO " raised - "
                   WS-ORDER-QTY " x " WS-WORK-CODE " from "
                   WS-SUP-CODE-ENTRY " for office '" WS-WORK-BRANCH
                   "'.".

      * The promised date one calendar day on.
       ADVANCE-ONE-DAY.
           EVALUATE WS-PRM-MONTH
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-PRM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                       DIVIDE WS-PRM-YEAR BY 100
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           DIVIDE WS-PRM-YEAR BY 400
                                   GIVING WS-LEAP-QUOTIENT
                                   REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER NOT = ZERO
                               MOVE 28 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           IF WS-PRM-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-PRM-DAY
           ELSE
               MOVE 1 TO WS-PRM-DAY
               IF WS-PRM-MONTH = 12
                   MOVE 1 TO WS-PRM-MONTH
                   ADD 1 TO WS-PRM-YEAR
               ELSE
                   ADD 1 TO WS-PRM-MONTH
               END-IF
           END-IF.

      * An open order the supplier will not fill is closed as
      * cancelled - it drops off the on-order figures and counts
      * against the supplier on S161's scorecard.
       CANCEL-ORDER.
           DISPLAY "Purchase order number: "
           ACCEPT WS-WANTED-PO
           MOVE "N" TO WS-RECEIPT-DONE-SWITCH
           MOVE "N" TO WS-PO-EOF-SWITCH
           OPEN INPUT PurchOrderFile
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "purchord.txt could not be opened - status "
                       WS-PO-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PurchOrderWorkFile
           IF WS-POW-STATUS NOT = "00"
               DISPLAY "powork.txt could not be opened - status "
                       WS-POW-STATUS
               CLOSE PurchOrderFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-PO-END-OF-FILE
               IF PO-NO = WS-WANTED-PO AND PO-STATE-OPEN
                       AND NOT WS-RECEIPT-DONE
                   SET PO-STATE-CANCELLED TO TRUE
                   MOVE PO-ITEM-CODE    TO WS-WORK-CODE
                   MOVE PO-SUPPLIER     TO WS-SUP-CODE-ENTRY
                   SET WS-RECEIPT-DONE  TO TRUE
               END-IF
               MOVE PURCHASE-ORDER-RECORD TO PO-WORK-RECORD
               WRITE PO-WORK-RECORD
               PERFORM READ-NEXT-ORDER
           END-PERFORM
           CLOSE PurchOrderFile
           CLOSE PurchOrderWorkFile
           IF NOT WS-RECEIPT-DONE
               DISPLAY "No open order " WS-WANTED-PO " on file."
               CALL "CBL_DELETE_FILE" USING WS-POW-FILE-NAME
                       RETURNING WS-DEL-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-PO-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-POW-FILE-NAME
                   WS-PO-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated orders are at "
                       "powork.txt; restore them by hand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Order " WS-WANTED-PO " cancelled."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Order " WS-WANTED-PO " for " WS-WORK-CODE
                   " from " WS-SUP-CODE-ENTRY " cancelled"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * The office's own reorder quantity where it has one set, the
      * catalog's otherwise.
       SUGGEST-OFFICE-QTY.
           MOVE CAT-REORDER-QTY TO WS-SLC-QTY
           OPEN INPUT LocationFile
           IF WS-SLC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-CODE TO SLC-ITEM-CODE
           MOVE WS-WORK-BRANCH TO SLC-BRANCH
           READ LocationFile KEY IS SLC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SLC-REORDER-QTY > ZERO
                       MOVE SLC-REORDER-QTY TO WS-SLC-QTY
                   END-IF
           END-READ
           CLOSE LocationFile.

      * The office stock is for - blank takes this desk's own. Any
      * other code must be an active office on branch.txt.
       ENTER-OFFICE.
           MOVE "N" TO WS-BRANCH-OK-SWITCH
           DISPLAY "Office (blank = this office '" WS-BRANCH-CODE
                   "'): "
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

      * The delivery is counted against the order - a short or over
      * delivery is said out loud, the counted quantity (not the
                   MOVE WS-RECEIVED-QTY TO PO-RECEIVED-QTY
                   MOVE WS-TODAY-DATE   TO PO-RECEIVED-DATE
                   MOVE PO-ITEM-CODE    TO WS-WORK-CODE
                   MOVE PO-BRANCH       TO WS-WORK-BRANCH
                   SET WS-RECEIPT-DONE  TO TRUE
               END-IF
               MOVE PURCHASE-ORDER-RECORD TO PO-WORK-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SERIAL-SWITCH
           PERFORM RESTORE-ON-HAND
           IF WS-SERIAL-KIND AND WS-RECEIVED-QTY > ZERO
               PERFORM BOOK-IN-DELIVERED-UNITS
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Goods receipt: order " WS-WANTED-PO " received "
                   DISPLAY "Item " WS-WORK-CODE " is no longer "
                           "cataloged - on-hand NOT adjusted."
               NOT INVALID KEY
                   IF CAT-SERIAL-CONTROLLED
                       SET WS-SERIAL-KIND TO TRUE
                   END-IF
                   ADD WS-RECEIVED-QTY TO CAT-ON-HAND
                   REWRITE CATALOG-ITEM-RECORD
                   IF WS-CAT-STATUS NOT = "00"
                   ELSE
                       DISPLAY "On-hand for " WS-WORK-CODE " now "
                               CAT-ON-HAND "."
                       PERFORM RECEIVE-INTO-OFFICE
                       PERFORM RECORD-RECEIPT-MOVEMENT
                   END-IF
           END-READ
           CLOSE ItemCatalogFile.

      * The quantity received goes on the stock movement ledger.
       RECORD-RECEIPT-MOVEMENT.
           MOVE SPACES          TO STOCK-MOVEMENT-RECORD
           MOVE CAT-ITEM-CODE   TO STM-ITEM-CODE
           SET STM-TYPE-RECEIPT TO TRUE
           MOVE WS-RECEIVED-QTY TO STM-QTY-IN
           MOVE ZERO            TO STM-QTY-OUT
           MOVE CAT-UNIT-VALUE  TO STM-UNIT-VALUE
           MOVE CAT-ON-HAND     TO STM-ON-HAND-AFTER
           MOVE "S098"          TO STM-PROGRAM
           MOVE ZERO            TO STM-OPERATOR
           MOVE WS-WANTED-PO    TO STM-REFERENCE
           MOVE WS-WORK-BRANCH  TO STM-BRANCH
           CALL "STMADD" USING STOCK-MOVEMENT-RECORD.

      * The delivery lands on the shelf of the office it was ordered
      * for.
       RECEIVE-INTO-OFFICE.
           MOVE "ADD" TO WS-SLC-ACTION
           MOVE WS-RECEIVED-QTY TO WS-SLC-QTY
           CALL "STKLOC" USING WS-SLC-ACTION WS-WORK-CODE
                   WS-WORK-BRANCH WS-SLC-QTY WS-SLC-ON-HAND
                   WS-SLC-IN-TRANSIT WS-SLC-RESULT
           IF WS-SLC-RESULT = "00"
               DISPLAY "On hand at office '" WS-WORK-BRANCH "' now "
                       WS-SLC-ON-HAND "."
           ELSE
               DISPLAY "Office balance not updated - result "
                       WS-SLC-RESULT
           END-IF.

      * A serial-controlled kind is booked in unit by unit: each
      * serial delivered gets its unitmast.txt row at the office the
      * order was for, carrying the order number and the supplier's
      * warranty from today. A blank serial stops early - the rest
      * are registered in S111 and have no warranty on record.
       BOOK-IN-DELIVERED-UNITS.
           DISPLAY "Supplier warranty (months, 0 = none): "
           ACCEPT WS-WARRANTY-MONTHS
           PERFORM COMPUTE-WARRANTY-END
           OPEN I-O UnitMasterFile
           IF WS-UNIT-STATUS = "35"
               OPEN OUTPUT UnitMasterFile
               CLOSE UnitMasterFile
               OPEN I-O UnitMasterFile
           END-IF
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - register the units in S111."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-UNITS-BOOKED
           MOVE "N" TO WS-SERIALS-DONE-SWITCH
           PERFORM UNTIL WS-UNITS-BOOKED >= WS-RECEIVED-QTY
                   OR WS-SERIALS-DONE
               COMPUTE WS-NEXT-UNIT-NO = WS-UNITS-BOOKED + 1
               DISPLAY "Serial " WS-NEXT-UNIT-NO " of "
                       WS-RECEIVED-QTY " (blank = no more): "
               MOVE SPACES TO WS-WORK-SERIAL
               ACCEPT WS-WORK-SERIAL
               IF WS-WORK-SERIAL = SPACES
                   SET WS-SERIALS-DONE TO TRUE
               ELSE
                   PERFORM BOOK-IN-ONE-UNIT
               END-IF
           END-PERFORM
           CLOSE UnitMasterFile
           IF WS-UNITS-BOOKED < WS-RECEIVED-QTY
               COMPUTE WS-UNITS-LEFT
                       = WS-RECEIVED-QTY - WS-UNITS-BOOKED
               DISPLAY WS-UNITS-LEFT " unit(s) not booked in by "
                       "serial - register them in S111."
           END-IF.

       BOOK-IN-ONE-UNIT.
           MOVE WS-WORK-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   MOVE WS-WORK-SERIAL  TO UNIT-SERIAL
                   MOVE WS-WORK-CODE    TO UNIT-ITEM-CODE
                   SET UNIT-STATE-IN-STOCK TO TRUE
                   MOVE ZERO            TO UNIT-HOLDER
                   MOVE ZERO            TO UNIT-ISSUE-ID
                   MOVE WS-TODAY-DATE   TO UNIT-ACQUIRED
                   MOVE WS-WORK-BRANCH  TO UNIT-BRANCH
                   PERFORM STAMP-UNIT-WARRANTY
                   WRITE UNIT-RECORD
                   IF WS-UNIT-STATUS = "00"
                       ADD 1 TO WS-UNITS-BOOKED
                       PERFORM WRITE-UNIT-HISTORY
                   ELSE
                       DISPLAY "Serial " WS-WORK-SERIAL " could not "
                               "be registered - status "
                               WS-UNIT-STATUS
                   END-IF
               NOT INVALID KEY
                   IF UNIT-ITEM-CODE NOT = WS-WORK-CODE
                       DISPLAY "Serial " WS-WORK-SERIAL " is already "
                               "registered as a " UNIT-ITEM-CODE
                               " - not booked in."
                   ELSE
                       PERFORM STAMP-UNIT-WARRANTY
                       REWRITE UNIT-RECORD
                       ADD 1 TO WS-UNITS-BOOKED
                       DISPLAY "Serial " WS-WORK-SERIAL " was already "
                               "registered - order and warranty set."
                   END-IF
           END-READ.

       STAMP-UNIT-WARRANTY.
           MOVE WS-WANTED-PO TO UNIT-PO-NO
           IF WS-WARRANTY-MONTHS > ZERO
               MOVE WS-TODAY-DATE   TO UNIT-WARRANTY-START
               MOVE WS-WARRANTY-END TO UNIT-WARRANTY-END
           ELSE
               MOVE ZERO TO UNIT-WARRANTY-START
               MOVE ZERO TO UNIT-WARRANTY-END
           END-IF.

      * The same day of the month, the given number of months on -
      * pulled back to the month's last day where it has fewer.
       COMPUTE-WARRANTY-END.
           MOVE WS-TODAY-DATE TO WS-WARRANTY-END
           COMPUTE WS-WAR-MONTH-COUNT
                   = WS-WAR-YEAR * 12 + WS-WAR-MONTH - 1
                   + WS-WARRANTY-MONTHS
           DIVIDE WS-WAR-MONTH-COUNT BY 12 GIVING WS-WAR-YEAR
                   REMAINDER WS-WAR-MONTH
           ADD 1 TO WS-WAR-MONTH
           EVALUATE TRUE
               WHEN WS-WAR-MONTH = 2 AND WS-WAR-DAY > 28
                   MOVE 28 TO WS-WAR-DAY
               WHEN (WS-WAR-MONTH = 4 OR 6 OR 9 OR 11)
                       AND WS-WAR-DAY > 30
                   MOVE 30 TO WS-WAR-DAY
           END-EVALUATE.

      * Registration by delivery, on the unit's holder trail.
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
           MOVE UNIT-SERIAL   TO UNH-SERIAL
           ACCEPT UNH-DATE FROM DATE YYYYMMDD
           ACCEPT UNH-TIME FROM TIME
           SET UNH-ACTION-REGISTERED TO TRUE
           MOVE ZERO          TO UNH-EMPLOYEE
           MOVE ZERO          TO UNH-ISSUE-ID
           WRITE UNIT-HISTORY-RECORD
           CLOSE UnitHistoryFile.

       CHECK-SUPPLIER.
           MOVE "N" TO WS-SUP-OK-SWITCH
           MOVE "N" TO WS-SUP-EOF-SWITCH
