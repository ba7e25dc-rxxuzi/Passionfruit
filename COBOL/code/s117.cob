      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-08
      * Purpose: Supplier invoices, three-way match and the payables
      *          ledger. S098 raises the orders and books the goods
      *          receipts; what the supplier then bills used to be
      *          paid off the paper with no check against either.
      *          Enter keys an invoice line by line against its
      *          purchase orders (supinv.txt, SINVREC layout). The
      *          Match run checks every entered line three ways -
      *          the quantity billed to date against the order and
      *          the goods receipt (PO-QTY, PO-RECEIVED-QTY), and
      *          the unit price against the catalog's CAT-UNIT-VALUE
      *          - within the site's tolerances (AP-QTY-TOL-PCT,
      *          AP-PRICE-TOL-PCT). A line that matches goes onto
      *          the payables ledger (apledger.txt, APREC layout)
      *          due on the invoice date plus the supplier's terms;
      *          anything else is held with a reason code until a
      *          supervisor releases or rejects it (Review). Held
      *          lists the holds, Ledger lists the payables, and
      *          Aging prints what is still owed by supplier in
      *          30-day bands past due, through RPTWRT. S042 posts
      *          the day's new payables to the GL extract.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-11  rxz  Added Pay approval (supervisor): an open
      *                    payable is approved for payment, stamped
      *                    with who and when, and S118's bank payment
      *                    run sends it once it falls due. Aging
      *                    counts approved and sent payables as still
      *                    owed until the bank confirms them paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S117.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierInvoiceFile ASSIGN TO "./../supinv.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIN-STATUS.

           SELECT SupplierInvoiceWorkFile ASSIGN TO "./../sinwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SINW-STATUS.

           SELECT PayableFile ASSIGN TO "./../apledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

           SELECT PayableWorkFile ASSIGN TO "./../apwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APW-STATUS.

           SELECT PurchOrderFile ASSIGN TO "./../purchord.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

           SELECT SupplierFile ASSIGN TO "./../supplier.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

           SELECT ItemCatalogFile ASSIGN TO "./../itemcat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-CAT-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SupplierInvoiceFile.
           COPY SINVREC.

       FD  SupplierInvoiceWorkFile.
           COPY SINVREC REPLACING
               ==SUPPLIER-INVOICE-RECORD==
                   BY ==SUPPLIER-INVOICE-WORK-RECORD==
               LEADING ==SIN== BY ==SNW==.

       FD  PayableFile.
           COPY APREC.

       FD  PayableWorkFile.
           COPY APREC REPLACING
               ==PAYABLE-RECORD== BY ==PAYABLE-WORK-RECORD==
               LEADING ==AP== BY ==APW==.

       FD  PurchOrderFile.
           COPY POREC.

       FD  SupplierFile.
           COPY SUPREC.

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-SIN-STATUS                PIC XX.
       01  WS-SINW-STATUS               PIC XX.
       01  WS-AP-STATUS                 PIC XX.
       01  WS-APW-STATUS                PIC XX.
       01  WS-PO-STATUS                 PIC XX.
       01  WS-SUP-STATUS                PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-PO-EOF-SWITCH             PIC X(01).
           88  WS-PO-END-OF-FILE        VALUE "Y".
       01  WS-SUP-EOF-SWITCH            PIC X(01).
           88  WS-SUP-END-OF-FILE       VALUE "Y".
       01  WS-AP-EOF-SWITCH             PIC X(01).
           88  WS-AP-END-OF-FILE        VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-SUP-CODE-ENTRY            PIC X(06).
       01  WS-SUP-OK-SWITCH             PIC X(01).
           88  WS-SUPPLIER-OK           VALUE "Y".
       01  WS-INVOICE-ENTRY             PIC X(12).
       01  WS-INV-DATE-ENTRY            PIC X(08).
       01  WS-INV-DATE                  PIC 9(08).
       01  WS-DUPLICATE-SWITCH          PIC X(01).
           88  WS-DUPLICATE-INVOICE     VALUE "Y".
       01  WS-LINES-DONE-SWITCH         PIC X(01).
           88  WS-LINES-DONE            VALUE "Y".
       01  WS-WANTED-PO                 PIC 9(07).
       01  WS-ORDER-FOUND-SWITCH        PIC X(01).
           88  WS-ORDER-FOUND           VALUE "Y".
       01  WS-ORDER-ITEM                PIC X(08).
       01  WS-LINE-QTY                  PIC 9(05).
       01  WS-LINE-PRICE                PIC 9(05)V99.
       01  WS-LINE-COUNT                PIC 9(04).
       01  WS-INVOICE-TOTAL             PIC 9(09)V99.
       01  WS-ACTION                    PIC X(01).
       01  WS-QUIT-SWITCH               PIC X(01).
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-LIST-COUNT                PIC 9(05).
       01  WS-SIN-FILE-NAME    PIC X(20) VALUE "./../supinv.txt".
       01  WS-SINW-FILE-NAME   PIC X(20) VALUE "./../sinwork.txt".
       01  WS-AP-FILE-NAME     PIC X(20) VALUE "./../apledger.txt".
       01  WS-APW-FILE-NAME    PIC X(20) VALUE "./../apwork.txt".
       01  WS-APPROVED-COUNT            PIC 9(05).
       01  WS-APPROVED-TOTAL            PIC 9(09)V99.
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.

      * Match tolerances from the site profile - whole percentages,
      * shipped at 2% on price and nothing on quantity.
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-PRICE-TOL-PCT             PIC 9(03) VALUE 2.
       01  WS-QTY-TOL-PCT               PIC 9(03) VALUE ZERO.
       01  WS-BILLABLE-QTY              PIC 9(07).
       01  WS-ALLOWED-QTY               PIC 9(07).
       01  WS-BILLED-QTY                PIC 9(07).
       01  WS-PRICE-DIFF                PIC 9(05)V99.
       01  WS-MATCHED-COUNT             PIC 9(05).
       01  WS-MATCHED-TOTAL             PIC 9(09)V99.
       01  WS-HELD-COUNT                PIC 9(05).
       01  WS-HELD-TOTAL                PIC 9(09)V99.

      * purchord.txt, loaded once per run with what has already been
      * billed against each order, so one run sees the quantity a
      * second invoice for the same order would take it to.
       01  WS-ORDER-TABLE.
           05  WS-ORD OCCURS 500 TIMES
                   INDEXED BY WS-ORD-IDX.
               10  WS-ORD-NO            PIC 9(07).
               10  WS-ORD-STATE         PIC X(01).
               10  WS-ORD-SUPPLIER      PIC X(06).
               10  WS-ORD-ITEM          PIC X(08).
               10  WS-ORD-QTY           PIC 9(05).
               10  WS-ORD-RECEIVED-QTY  PIC 9(05).
               10  WS-ORD-BILLED-QTY    PIC 9(07).
       01  WS-ORDER-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ORD-FOUND-SWITCH          PIC X(01).
           88  WS-ORD-FOUND             VALUE "Y".

      * Supplier terms, loaded for the due dates.
       01  WS-TERMS-TABLE.
           05  WS-TRM OCCURS 200 TIMES
                   INDEXED BY WS-TRM-IDX.
               10  WS-TRM-SUPPLIER      PIC X(06).
               10  WS-TRM-DAYS          PIC 9(03).
       01  WS-TERMS-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-TERMS-DAYS                PIC 9(03).
       01  WS-DUE-DATE                  PIC 9(08).
       01  WS-DAY-STEP                  PIC 9(03).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).

      * Aging by supplier: current, then 30-day bands past due.
       01  WS-AGE-TABLE.
           05  WS-AGE OCCURS 200 TIMES
                   INDEXED BY WS-AGE-IDX.
               10  WS-AGE-SUPPLIER      PIC X(06).
               10  WS-AGE-CURRENT       PIC 9(09)V99.
               10  WS-AGE-1-30          PIC 9(09)V99.
               10  WS-AGE-31-60         PIC 9(09)V99.
               10  WS-AGE-61-90         PIC 9(09)V99.
               10  WS-AGE-OVER-90       PIC 9(09)V99.
               10  WS-AGE-TOTAL         PIC 9(09)V99.
       01  WS-AGE-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-AGE-FOUND-SWITCH          PIC X(01).
           88  WS-AGE-FOUND             VALUE "Y".
       01  WS-AGE-GRAND-TOTAL           PIC 9(09)V99.
       01  WS-OWED-AMOUNT               PIC 9(09)V99.
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-DUE-SERIAL                PIC 9(07).
       01  WS-DAYS-PAST-DUE             PIC S9(07).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the S038 day count.
       01  WS-CHECK-DATE.
           05  WS-CHK-YEAR              PIC 9(04).
           05  WS-CHK-MONTH             PIC 9(02).
           05  WS-CHK-DAY               PIC 9(02).
       01  WS-SER-PRIOR-YEAR            PIC 9(04).
       01  WS-SER-RESULT                PIC 9(07).
       01  WS-LEAP-QUOTIENT             PIC 9(04).
       01  WS-LEAP-REMAINDER            PIC 9(04).
       01  WS-LEAP-COUNT                PIC 9(05).
       01  WS-LEAP-BY-4                 PIC 9(04).
       01  WS-LEAP-BY-100               PIC 9(04).
       01  WS-LEAP-BY-400               PIC 9(04).
       01  WS-SER-MONTH-IDX             PIC 9(02).
       01  MONTH-CUM-TABLE.
           05  FILLER PIC 9(03) VALUE 000.
           05  FILLER PIC 9(03) VALUE 031.
           05  FILLER PIC 9(03) VALUE 059.
           05  FILLER PIC 9(03) VALUE 090.
           05  FILLER PIC 9(03) VALUE 120.
           05  FILLER PIC 9(03) VALUE 151.
           05  FILLER PIC 9(03) VALUE 181.
           05  FILLER PIC 9(03) VALUE 212.
           05  FILLER PIC 9(03) VALUE 243.
           05  FILLER PIC 9(03) VALUE 273.
           05  FILLER PIC 9(03) VALUE 304.
           05  FILLER PIC 9(03) VALUE 334.
       01  MONTH-CUM-DAYS REDEFINES MONTH-CUM-TABLE.
           05  MONTH-CUM-ENTRY OCCURS 12 TIMES
                   INDEXED BY MONTH-CUM-IDX  PIC 9(03).

       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S117".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-TOLERANCES
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S117 - SUPPLIER INVOICES AND PAYABLES"
               DISPLAY "=============================================="
               DISPLAY "E=Enter an invoice  M=Match run  H=Held lines"
               DISPLAY "R=Review holds (supervisor)  P=Pay approval "
                       "(supervisor)"
               DISPLAY "L=Ledger  A=Aging  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "E"
                   WHEN "e"
                       PERFORM ENTER-INVOICE
                   WHEN "M"
                   WHEN "m"
                       PERFORM MATCH-RUN
                   WHEN "H"
                   WHEN "h"
                       PERFORM LIST-HELD-LINES
                   WHEN "R"
                   WHEN "r"
                       PERFORM REVIEW-HOLDS
                   WHEN "P"
                   WHEN "p"
                       PERFORM APPROVE-PAYABLES
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-LEDGER
                   WHEN "A"
                   WHEN "a"
                       PERFORM AGING-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-TOLERANCES.
           MOVE "AP-PRICE-TOL-PCT" TO WS-CFG-NAME
           MOVE "002" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-PRICE-TOL-PCT
           END-IF
           MOVE "AP-QTY-TOL-PCT" TO WS-CFG-NAME
           MOVE "000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-QTY-TOL-PCT
           END-IF.

      * The invoice is keyed as the supplier printed it - one line
      * per purchase order billed. The item comes from the order,
      * not the keyboard; a line for an order that is not on file
      * is still keyed, and the match run holds it.
       ENTER-INVOICE.
           DISPLAY "Supplier code: "
           ACCEPT WS-SUP-CODE-ENTRY
           PERFORM CHECK-SUPPLIER
           IF NOT WS-SUPPLIER-OK
               DISPLAY "Supplier is not on the active master - "
                       "invoice refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier invoice number: "
           ACCEPT WS-INVOICE-ENTRY
           IF WS-INVOICE-ENTRY = SPACES
               DISPLAY "No invoice number - nothing keyed."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUPLICATE-INVOICE
           IF WS-DUPLICATE-INVOICE
               DISPLAY "Invoice " WS-INVOICE-ENTRY " from "
                       WS-SUP-CODE-ENTRY " is already on file - "
                       "refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Invoice date (YYYYMMDD, blank for today): "
           ACCEPT WS-INV-DATE-ENTRY
           IF WS-INV-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO WS-INV-DATE
           ELSE
               MOVE WS-INV-DATE-ENTRY TO WS-INV-DATE
           END-IF

           OPEN EXTEND SupplierInvoiceFile
           IF WS-SIN-STATUS = "35"
               OPEN OUTPUT SupplierInvoiceFile
           END-IF
           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "supinv.txt could not be opened - status "
                       WS-SIN-STATUS " - invoice NOT keyed."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-INVOICE-TOTAL
           MOVE "N" TO WS-LINES-DONE-SWITCH
           PERFORM ENTER-ONE-LINE UNTIL WS-LINES-DONE
           CLOSE SupplierInvoiceFile
           DISPLAY "Invoice " WS-INVOICE-ENTRY " keyed - "
                   WS-LINE-COUNT " line(s), " WS-INVOICE-TOTAL
                   " - the match run checks it."
           IF WS-LINE-COUNT > ZERO
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Supplier invoice " WS-INVOICE-ENTRY " from "
                       WS-SUP-CODE-ENTRY " keyed for "
                       WS-INVOICE-TOTAL
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF.

       ENTER-ONE-LINE.
           DISPLAY "Purchase order number (0 = end of invoice): "
           ACCEPT WS-WANTED-PO
           IF WS-WANTED-PO = ZERO
               SET WS-LINES-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ORDER
           IF NOT WS-ORDER-FOUND
               DISPLAY "Order " WS-WANTED-PO " is not on file - the "
                       "line is keyed and the match run will hold "
                       "it."
           END-IF
           DISPLAY "Quantity billed: "
           ACCEPT WS-LINE-QTY
           DISPLAY "Unit price billed: "
           ACCEPT WS-LINE-PRICE
           IF WS-LINE-QTY = ZERO
               DISPLAY "Zero quantity - line not keyed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUP-CODE-ENTRY TO SIN-SUPPLIER
           MOVE WS-INVOICE-ENTRY  TO SIN-INVOICE-NO
           MOVE WS-INV-DATE       TO SIN-INV-DATE
           MOVE WS-WANTED-PO      TO SIN-PO-NO
           MOVE WS-ORDER-ITEM     TO SIN-ITEM-CODE
           MOVE WS-LINE-QTY       TO SIN-QTY
           MOVE WS-LINE-PRICE     TO SIN-UNIT-PRICE
           COMPUTE SIN-AMOUNT ROUNDED = WS-LINE-QTY * WS-LINE-PRICE
           SET SIN-STATE-ENTERED  TO TRUE
           MOVE SPACES            TO SIN-HOLD-REASON
           MOVE WS-TODAY-DATE     TO SIN-ENTRY-DATE
           MOVE ZERO              TO SIN-DEC-BY
           MOVE ZERO              TO SIN-DEC-DATE
           WRITE SUPPLIER-INVOICE-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD SIN-AMOUNT TO WS-INVOICE-TOTAL.

      * The same supplier's invoice number twice is the double
      * payment this program exists to stop. A rejected invoice may
      * be keyed again once it has been corrected.
       CHECK-DUPLICATE-INVOICE.
           MOVE "N" TO WS-DUPLICATE-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SupplierInvoiceFile
           IF WS-SIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF SIN-SUPPLIER = WS-SUP-CODE-ENTRY
                       AND SIN-INVOICE-NO = WS-INVOICE-ENTRY
                       AND NOT SIN-STATE-REJECTED
                   SET WS-DUPLICATE-INVOICE TO TRUE
               END-IF
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM
           CLOSE SupplierInvoiceFile.

       FIND-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-SWITCH
           MOVE SPACES TO WS-ORDER-ITEM
           MOVE "N" TO WS-PO-EOF-SWITCH
           OPEN INPUT PurchOrderFile
           IF WS-PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-PO-END-OF-FILE OR WS-ORDER-FOUND
               IF PO-NO = WS-WANTED-PO
                   SET WS-ORDER-FOUND TO TRUE
                   MOVE PO-ITEM-CODE TO WS-ORDER-ITEM
                   IF PO-SUPPLIER NOT = WS-SUP-CODE-ENTRY
                       DISPLAY "Order " PO-NO " was placed with "
                               PO-SUPPLIER " - the match run will "
                               "hold this line."
                   END-IF
               ELSE
                   PERFORM READ-NEXT-ORDER
               END-IF
           END-PERFORM
           CLOSE PurchOrderFile.

      * Every entered line is checked against its order. Lines
      * already held wait for a supervisor; the run never looks at
      * them again.
       MATCH-RUN.
           PERFORM LOAD-ORDER-TABLE
           PERFORM LOAD-SUPPLIER-TERMS
           PERFORM SUM-BILLED-TO-DATE
           MOVE ZERO TO WS-MATCHED-COUNT
           MOVE ZERO TO WS-MATCHED-TOTAL
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-TOTAL

           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS " - nothing matched."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SupplierInvoiceFile
           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "No supplier invoices on file."
               CLOSE ItemCatalogFile
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SupplierInvoiceWorkFile
           IF WS-SINW-STATUS NOT = "00"
               DISPLAY "sinwork.txt could not be opened - status "
                       WS-SINW-STATUS
               CLOSE SupplierInvoiceFile
               CLOSE ItemCatalogFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PAYABLES-FOR-APPEND
           IF WS-AP-STATUS NOT = "00"
               CLOSE SupplierInvoiceWorkFile
               CLOSE SupplierInvoiceFile
               CLOSE ItemCatalogFile
               CALL "CBL_DELETE_FILE" USING WS-SINW-FILE-NAME
                       RETURNING WS-DEL-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-INVOICE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF SIN-STATE-ENTERED
                   PERFORM MATCH-ONE-LINE
               END-IF
               MOVE SUPPLIER-INVOICE-RECORD
                   TO SUPPLIER-INVOICE-WORK-RECORD
               WRITE SUPPLIER-INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM
           CLOSE PayableFile
           CLOSE SupplierInvoiceWorkFile
           CLOSE SupplierInvoiceFile
           CLOSE ItemCatalogFile
           PERFORM SWAP-INVOICE-FILE

           DISPLAY "==================================================="
           DISPLAY "  INVOICE MATCH RUN - " WS-TODAY-DATE
           DISPLAY "==================================================="
           DISPLAY "Lines matched to the ledger : " WS-MATCHED-COUNT
           DISPLAY "Amount matched              : " WS-MATCHED-TOTAL
           DISPLAY "Lines held for review       : " WS-HELD-COUNT
           DISPLAY "Amount held                 : " WS-HELD-TOTAL
           DISPLAY "==================================================="
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Invoice match: " WS-MATCHED-COUNT " matched "
                   WS-MATCHED-TOTAL ", " WS-HELD-COUNT " held "
                   WS-HELD-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * The checks run in order and the first failure is the hold
      * reason. The quantity that may be billed is the lesser of
      * what was ordered and what the goods receipt counted in -
      * an over-delivery S098 let through is still not ours to pay
      * for until somebody says so.
       MATCH-ONE-LINE.
           MOVE SPACES TO SIN-HOLD-REASON
           PERFORM FIND-ORDER-SLOT
           EVALUATE TRUE
               WHEN NOT WS-ORD-FOUND
                   SET SIN-HOLD-NO-ORDER TO TRUE
               WHEN WS-ORD-SUPPLIER(WS-ORD-IDX) NOT = SIN-SUPPLIER
                       OR WS-ORD-ITEM(WS-ORD-IDX) NOT = SIN-ITEM-CODE
                   SET SIN-HOLD-NO-ORDER TO TRUE
               WHEN WS-ORD-STATE(WS-ORD-IDX) = "C"
                   SET SIN-HOLD-CANCELLED TO TRUE
               WHEN WS-ORD-STATE(WS-ORD-IDX) NOT = "R"
                   SET SIN-HOLD-NOT-RECEIVED TO TRUE
               WHEN OTHER
                   PERFORM CHECK-LINE-QUANTITY
                   IF SIN-HOLD-REASON = SPACES
                       PERFORM CHECK-LINE-PRICE
                   END-IF
           END-EVALUATE
           IF SIN-HOLD-REASON = SPACES
               SET SIN-STATE-MATCHED TO TRUE
               MOVE WS-TODAY-DATE TO SIN-DEC-DATE
               ADD SIN-QTY TO WS-ORD-BILLED-QTY(WS-ORD-IDX)
               PERFORM WRITE-PAYABLE-ROW
               ADD 1 TO WS-MATCHED-COUNT
               ADD SIN-AMOUNT TO WS-MATCHED-TOTAL
           ELSE
               SET SIN-STATE-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
               ADD SIN-AMOUNT TO WS-HELD-TOTAL
               DISPLAY "HELD " SIN-HOLD-REASON ": invoice "
                       SIN-INVOICE-NO " order " SIN-PO-NO " "
                       SIN-QTY " x " SIN-UNIT-PRICE
           END-IF.

       CHECK-LINE-QUANTITY.
           IF WS-ORD-RECEIVED-QTY(WS-ORD-IDX) < WS-ORD-QTY(WS-ORD-IDX)
               MOVE WS-ORD-RECEIVED-QTY(WS-ORD-IDX) TO WS-BILLABLE-QTY
           ELSE
               MOVE WS-ORD-QTY(WS-ORD-IDX) TO WS-BILLABLE-QTY
           END-IF
           COMPUTE WS-ALLOWED-QTY
                   = WS-BILLABLE-QTY * (100 + WS-QTY-TOL-PCT) / 100
           COMPUTE WS-BILLED-QTY
                   = WS-ORD-BILLED-QTY(WS-ORD-IDX) + SIN-QTY
           IF WS-BILLED-QTY > WS-ALLOWED-QTY
               SET SIN-HOLD-QUANTITY TO TRUE
           END-IF.

      * An item that has left the catalog has no price to check
      * against, so it is held on price too.
       CHECK-LINE-PRICE.
           MOVE SIN-ITEM-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   SET SIN-HOLD-PRICE TO TRUE
           END-READ
           IF SIN-HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SIN-UNIT-PRICE > CAT-UNIT-VALUE
               COMPUTE WS-PRICE-DIFF = SIN-UNIT-PRICE - CAT-UNIT-VALUE
           ELSE
               COMPUTE WS-PRICE-DIFF = CAT-UNIT-VALUE - SIN-UNIT-PRICE
           END-IF
           IF WS-PRICE-DIFF * 100 > CAT-UNIT-VALUE * WS-PRICE-TOL-PCT
               SET SIN-HOLD-PRICE TO TRUE
           END-IF.

       LOAD-ORDER-TABLE.
           MOVE ZERO TO WS-ORDER-COUNT
           MOVE "N" TO WS-PO-EOF-SWITCH
           OPEN INPUT PurchOrderFile
           IF WS-PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-PO-END-OF-FILE
               IF WS-ORDER-COUNT < 500
                   ADD 1 TO WS-ORDER-COUNT
                   SET WS-ORD-IDX TO WS-ORDER-COUNT
                   MOVE PO-NO       TO WS-ORD-NO(WS-ORD-IDX)
                   MOVE PO-STATE    TO WS-ORD-STATE(WS-ORD-IDX)
                   MOVE PO-SUPPLIER TO WS-ORD-SUPPLIER(WS-ORD-IDX)
                   MOVE PO-ITEM-CODE TO WS-ORD-ITEM(WS-ORD-IDX)
                   MOVE PO-QTY      TO WS-ORD-QTY(WS-ORD-IDX)
                   MOVE PO-RECEIVED-QTY
                       TO WS-ORD-RECEIVED-QTY(WS-ORD-IDX)
                   MOVE ZERO        TO WS-ORD-BILLED-QTY(WS-ORD-IDX)
               ELSE
                   DISPLAY "Order table full at 500 - order " PO-NO
                           " not loaded; lines billing it will "
                           "hold."
               END-IF
               PERFORM READ-NEXT-ORDER
           END-PERFORM
           CLOSE PurchOrderFile.

      * What is already on the ledger against each order, matched
      * or released, counts toward the quantity billed.
       SUM-BILLED-TO-DATE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SupplierInvoiceFile
           IF WS-SIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF SIN-STATE-ON-LEDGER
                   PERFORM FIND-ORDER-SLOT
                   IF WS-ORD-FOUND
                       ADD SIN-QTY TO WS-ORD-BILLED-QTY(WS-ORD-IDX)
                   END-IF
               END-IF
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM
           CLOSE SupplierInvoiceFile.

       FIND-ORDER-SLOT.
           MOVE "N" TO WS-ORD-FOUND-SWITCH
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORDER-COUNT OR WS-ORD-FOUND
               IF WS-ORD-NO(WS-ORD-IDX) = SIN-PO-NO
                   SET WS-ORD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ORD-FOUND
               SET WS-ORD-IDX DOWN BY 1
           END-IF.

       LOAD-SUPPLIER-TERMS.
           MOVE ZERO TO WS-TERMS-COUNT
           MOVE "N" TO WS-SUP-EOF-SWITCH
           OPEN INPUT SupplierFile
           IF WS-SUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SUPPLIER
           PERFORM UNTIL WS-SUP-END-OF-FILE
               IF WS-TERMS-COUNT < 200
                   ADD 1 TO WS-TERMS-COUNT
                   SET WS-TRM-IDX TO WS-TERMS-COUNT
                   MOVE SUP-CODE TO WS-TRM-SUPPLIER(WS-TRM-IDX)
                   IF SUP-TERMS-DAYS IS NUMERIC
                       MOVE SUP-TERMS-DAYS TO WS-TRM-DAYS(WS-TRM-IDX)
                   ELSE
                       MOVE 30 TO WS-TRM-DAYS(WS-TRM-IDX)
                   END-IF
               END-IF
               PERFORM READ-NEXT-SUPPLIER
           END-PERFORM
           CLOSE SupplierFile.

       OPEN-PAYABLES-FOR-APPEND.
           OPEN EXTEND PayableFile
           IF WS-AP-STATUS = "35"
               OPEN OUTPUT PayableFile
           END-IF
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "apledger.txt could not be opened - status "
                       WS-AP-STATUS " - nothing matched."
           END-IF.

      * The line in SUPPLIER-INVOICE-RECORD goes onto the ledger,
      * due the supplier's terms after the invoice date. Terms
      * nobody set are the shipped 30 days.
       WRITE-PAYABLE-ROW.
           MOVE 30 TO WS-TERMS-DAYS
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TERMS-COUNT
               IF WS-TRM-SUPPLIER(WS-TRM-IDX) = SIN-SUPPLIER
                   MOVE WS-TRM-DAYS(WS-TRM-IDX) TO WS-TERMS-DAYS
               END-IF
           END-PERFORM
           MOVE SIN-INV-DATE TO WS-DUE-DATE
           MOVE "NEXTDAY" TO WS-BUSDAY-KIND
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-DAY-STEP > WS-TERMS-DAYS
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-DUE-DATE
                       WS-BUSDAY-RESULT
           END-PERFORM
           MOVE SIN-INVOICE-NO TO AP-INVOICE-NO
           MOVE SIN-SUPPLIER   TO AP-SUPPLIER
           MOVE SIN-PO-NO      TO AP-PO-NO
           MOVE SIN-INV-DATE   TO AP-INV-DATE
           MOVE WS-DUE-DATE    TO AP-DUE-DATE
           MOVE WS-TODAY-DATE  TO AP-ENTRY-DATE
           MOVE SIN-AMOUNT     TO AP-AMOUNT
           MOVE ZERO           TO AP-PAID-AMOUNT
           MOVE ZERO           TO AP-PAID-DATE
           SET AP-STATE-OPEN   TO TRUE
           MOVE ZERO           TO AP-APPROVED-BY
           MOVE ZERO           TO AP-APPROVED-DATE
           MOVE ZERO           TO AP-BATCH-NO
           MOVE ZERO           TO AP-BATCH-ITEM
           WRITE PAYABLE-RECORD
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "WRITE to apledger.txt failed - status "
                       WS-AP-STATUS
           END-IF.

       LIST-HELD-LINES.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SupplierInvoiceFile
           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "No supplier invoices on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUPPLR INVOICE      ORDER   ITEM     QTY   "
                   "PRICE    AMOUNT     WHY"
           PERFORM READ-NEXT-INVOICE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF SIN-STATE-HELD
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY SIN-SUPPLIER " " SIN-INVOICE-NO " "
                           SIN-PO-NO " " SIN-ITEM-CODE " " SIN-QTY
                           " " SIN-UNIT-PRICE " " SIN-AMOUNT " "
                           SIN-HOLD-REASON
               END-IF
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM
           CLOSE SupplierInvoiceFile
           DISPLAY "Lines held: " WS-LIST-COUNT.

      * Releasing a hold is supervisor business: the line goes onto
      * the ledger as billed, and the decision stays on the row.
       REVIEW-HOLDS.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-SUPPLIER-TERMS
           OPEN INPUT SupplierInvoiceFile
           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "No supplier invoices on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SupplierInvoiceWorkFile
           IF WS-SINW-STATUS NOT = "00"
               DISPLAY "sinwork.txt could not be opened - status "
                       WS-SINW-STATUS
               CLOSE SupplierInvoiceFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PAYABLES-FOR-APPEND
           IF WS-AP-STATUS NOT = "00"
               CLOSE SupplierInvoiceWorkFile
               CLOSE SupplierInvoiceFile
               CALL "CBL_DELETE_FILE" USING WS-SINW-FILE-NAME
                       RETURNING WS-DEL-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-QUIT-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-INVOICE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF SIN-STATE-HELD AND NOT WS-QUIT-REQUESTED
                   PERFORM REVIEW-ONE-HOLD
               END-IF
               MOVE SUPPLIER-INVOICE-RECORD
                   TO SUPPLIER-INVOICE-WORK-RECORD
               WRITE SUPPLIER-INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM
           CLOSE PayableFile
           CLOSE SupplierInvoiceWorkFile
           CLOSE SupplierInvoiceFile
           PERFORM SWAP-INVOICE-FILE.

       REVIEW-ONE-HOLD.
           DISPLAY " "
           DISPLAY "Invoice " SIN-INVOICE-NO " from " SIN-SUPPLIER
                   " dated " SIN-INV-DATE
           DISPLAY "  order " SIN-PO-NO " item " SIN-ITEM-CODE " "
                   SIN-QTY " x " SIN-UNIT-PRICE " = " SIN-AMOUNT
           DISPLAY "  held " SIN-HOLD-REASON
           DISPLAY "Action (R=Release, J=Reject, N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "R"
               WHEN "r"
                   SET SIN-STATE-RELEASED TO TRUE
                   MOVE WS-SIGNON-ID  TO SIN-DEC-BY
                   MOVE WS-TODAY-DATE TO SIN-DEC-DATE
                   PERFORM WRITE-PAYABLE-ROW
                   DISPLAY "Released - on the ledger, due "
                           WS-DUE-DATE "."
                   MOVE "INFO " TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Held invoice " SIN-INVOICE-NO " from "
                           SIN-SUPPLIER " released (" SIN-HOLD-REASON
                           ") for " SIN-AMOUNT
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   CALL "LOGMSG" USING WS-LOG-PROGRAM
                           WS-LOG-SEVERITY WS-LOG-TEXT
               WHEN "J"
               WHEN "j"
                   SET SIN-STATE-REJECTED TO TRUE
                   MOVE WS-SIGNON-ID  TO SIN-DEC-BY
                   MOVE WS-TODAY-DATE TO SIN-DEC-DATE
                   DISPLAY "Rejected - back to the supplier."
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SWAP-INVOICE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SIN-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-SINW-FILE-NAME
                   WS-SIN-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated invoices are at "
                       "sinwork.txt; restore them by hand."
           END-IF.

      * Nothing leaves for the bank unapproved: each open payable
      * is put to a supervisor, and an approved one waits for S118's
      * payment run to send it when it falls due.
       APPROVE-PAYABLES.
           PERFORM SUPERVISOR-SIGN-ON
           OPEN INPUT PayableFile
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "No payables on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PayableWorkFile
           IF WS-APW-STATUS NOT = "00"
               DISPLAY "apwork.txt could not be opened - status "
                       WS-APW-STATUS
               CLOSE PayableFile
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-APPROVED-COUNT
           MOVE ZERO TO WS-APPROVED-TOTAL
           MOVE "N" TO WS-QUIT-SWITCH
           MOVE "N" TO WS-AP-EOF-SWITCH
           PERFORM READ-NEXT-PAYABLE
           PERFORM UNTIL WS-AP-END-OF-FILE
               IF AP-STATE-OPEN AND NOT WS-QUIT-REQUESTED
                   PERFORM APPROVE-ONE-PAYABLE
               END-IF
               MOVE PAYABLE-RECORD TO PAYABLE-WORK-RECORD
               WRITE PAYABLE-WORK-RECORD
               PERFORM READ-NEXT-PAYABLE
           END-PERFORM
           CLOSE PayableWorkFile
           CLOSE PayableFile
           CALL "CBL_DELETE_FILE" USING WS-AP-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-APW-FILE-NAME
                   WS-AP-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated payables are at "
                       "apwork.txt; restore them by hand."
           END-IF
           DISPLAY "Payables approved: " WS-APPROVED-COUNT
                   " for " WS-APPROVED-TOTAL
           IF WS-APPROVED-COUNT > ZERO
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING WS-APPROVED-COUNT " payable(s) approved for "
                       "payment, " WS-APPROVED-TOTAL
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF.

       APPROVE-ONE-PAYABLE.
           DISPLAY " "
           DISPLAY "Invoice " AP-INVOICE-NO " from " AP-SUPPLIER
                   " order " AP-PO-NO
           DISPLAY "  dated " AP-INV-DATE " due " AP-DUE-DATE
                   " amount " AP-AMOUNT
           DISPLAY "Action (A=Approve, N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
               WHEN "a"
                   SET AP-STATE-APPROVED TO TRUE
                   MOVE WS-SIGNON-ID  TO AP-APPROVED-BY
                   MOVE WS-TODAY-DATE TO AP-APPROVED-DATE
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD AP-AMOUNT TO WS-APPROVED-TOTAL
                   DISPLAY "Approved for payment."
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-LEDGER.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-AP-EOF-SWITCH
           OPEN INPUT PayableFile
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "No payables on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUPPLR INVOICE      ORDER   INV-DATE DUE-DATE "
                   "AMOUNT     PAID       S"
           PERFORM READ-NEXT-PAYABLE
           PERFORM UNTIL WS-AP-END-OF-FILE
               ADD 1 TO WS-LIST-COUNT
               DISPLAY AP-SUPPLIER " " AP-INVOICE-NO " " AP-PO-NO " "
                       AP-INV-DATE " " AP-DUE-DATE " " AP-AMOUNT " "
                       AP-PAID-AMOUNT " " AP-STATE
               PERFORM READ-NEXT-PAYABLE
           END-PERFORM
           CLOSE PayableFile
           DISPLAY "Payables on file: " WS-LIST-COUNT.

      * What is still owed, by supplier, aged from the due date:
      * not yet due, then 1-30, 31-60, 61-90 and over 90 days late.
       AGING-REPORT.
           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           MOVE ZERO TO WS-AGE-COUNT
           MOVE ZERO TO WS-AGE-GRAND-TOTAL
           MOVE "N" TO WS-AP-EOF-SWITCH
           OPEN INPUT PayableFile
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "No payables on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PAYABLE
           PERFORM UNTIL WS-AP-END-OF-FILE
               IF AP-STATE-OWED AND AP-AMOUNT > AP-PAID-AMOUNT
                   PERFORM AGE-ONE-PAYABLE
               END-IF
               PERFORM READ-NEXT-PAYABLE
           END-PERFORM
           CLOSE PayableFile

           MOVE "s117" TO WS-RPT-ID
           MOVE "PAYABLES AGING BY SUPPLIER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "SUPPLR  CURRENT     1-30        31-60       "
                   "61-90       OVER-90     TOTAL"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-AGE-SUPPLIER(WS-AGE-IDX) " "
                       WS-AGE-CURRENT(WS-AGE-IDX) " "
                       WS-AGE-1-30(WS-AGE-IDX) " "
                       WS-AGE-31-60(WS-AGE-IDX) " "
                       WS-AGE-61-90(WS-AGE-IDX) " "
                       WS-AGE-OVER-90(WS-AGE-IDX) " "
                       WS-AGE-TOTAL(WS-AGE-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "TOTAL OWED TO SUPPLIERS  " WS-AGE-GRAND-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       AGE-ONE-PAYABLE.
           COMPUTE WS-OWED-AMOUNT = AP-AMOUNT - AP-PAID-AMOUNT
           MOVE "N" TO WS-AGE-FOUND-SWITCH
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT OR WS-AGE-FOUND
               IF WS-AGE-SUPPLIER(WS-AGE-IDX) = AP-SUPPLIER
                   SET WS-AGE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-AGE-FOUND
               SET WS-AGE-IDX DOWN BY 1
           ELSE
               IF WS-AGE-COUNT >= 200
                   DISPLAY "Aging table full at 200 suppliers - "
                           AP-SUPPLIER " left off."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGE-COUNT
               SET WS-AGE-IDX TO WS-AGE-COUNT
               MOVE AP-SUPPLIER TO WS-AGE-SUPPLIER(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-CURRENT(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-1-30(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-31-60(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-61-90(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-OVER-90(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-TOTAL(WS-AGE-IDX)
           END-IF
           MOVE AP-DUE-DATE TO WS-CHECK-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-DUE-SERIAL
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-SERIAL - WS-DUE-SERIAL
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= ZERO
                   ADD WS-OWED-AMOUNT TO WS-AGE-CURRENT(WS-AGE-IDX)
               WHEN WS-DAYS-PAST-DUE <= 30
                   ADD WS-OWED-AMOUNT TO WS-AGE-1-30(WS-AGE-IDX)
               WHEN WS-DAYS-PAST-DUE <= 60
                   ADD WS-OWED-AMOUNT TO WS-AGE-31-60(WS-AGE-IDX)
               WHEN WS-DAYS-PAST-DUE <= 90
                   ADD WS-OWED-AMOUNT TO WS-AGE-61-90(WS-AGE-IDX)
               WHEN OTHER
                   ADD WS-OWED-AMOUNT TO WS-AGE-OVER-90(WS-AGE-IDX)
           END-EVALUATE
           ADD WS-OWED-AMOUNT TO WS-AGE-TOTAL(WS-AGE-IDX)
           ADD WS-OWED-AMOUNT TO WS-AGE-GRAND-TOTAL.

       CHECK-SUPPLIER.
           MOVE "N" TO WS-SUP-OK-SWITCH
           MOVE "N" TO WS-SUP-EOF-SWITCH
           OPEN INPUT SupplierFile
           IF WS-SUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SUPPLIER
           PERFORM UNTIL WS-SUP-END-OF-FILE OR WS-SUPPLIER-OK
               IF SUP-CODE = WS-SUP-CODE-ENTRY
                       AND SUP-STATE-ACTIVE
                   SET WS-SUPPLIER-OK TO TRUE
               ELSE
                   PERFORM READ-NEXT-SUPPLIER
               END-IF
           END-PERFORM
           CLOSE SupplierFile.

       READ-NEXT-INVOICE-LINE.
           READ SupplierInvoiceFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-ORDER.
           READ PurchOrderFile
               AT END
                   SET WS-PO-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-SUPPLIER.
           READ SupplierFile
               AT END
                   SET WS-SUP-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-PAYABLE.
           READ PayableFile
               AT END
                   SET WS-AP-END-OF-FILE TO TRUE
           END-READ.

      * Releasing a held invoice is supervisor business - the S041
      * stance, with no unprovisioned fallback.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - releasing a hold needs a "
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
               DISPLAY "Sign-on failed - review refused."
               STOP RUN
           END-IF.

      * Days since the year 1601 - the same rule S038 and S056 use.
       COMPUTE-DAY-SERIAL.
           COMPUTE WS-SER-PRIOR-YEAR = WS-CHK-YEAR - 1
           DIVIDE WS-SER-PRIOR-YEAR BY 4 GIVING WS-LEAP-BY-4
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 100 GIVING WS-LEAP-BY-100
                   REMAINDER WS-LEAP-REMAINDER
           DIVIDE WS-SER-PRIOR-YEAR BY 400 GIVING WS-LEAP-BY-400
                   REMAINDER WS-LEAP-REMAINDER
           COMPUTE WS-LEAP-COUNT
                   = WS-LEAP-BY-4 - WS-LEAP-BY-100 + WS-LEAP-BY-400
           COMPUTE WS-SER-RESULT
                   = WS-SER-PRIOR-YEAR * 365 + WS-LEAP-COUNT
           MOVE WS-CHK-MONTH TO WS-SER-MONTH-IDX
           IF WS-SER-MONTH-IDX < 1 OR WS-SER-MONTH-IDX > 12
               MOVE 1 TO WS-SER-MONTH-IDX
           END-IF
           SET MONTH-CUM-IDX TO WS-SER-MONTH-IDX
           ADD MONTH-CUM-ENTRY(MONTH-CUM-IDX) TO WS-SER-RESULT
           ADD WS-CHK-DAY TO WS-SER-RESULT
           IF WS-CHK-MONTH > 2
               DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-SER-RESULT
                   DIVIDE WS-CHK-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-CHK-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           SUBTRACT 1 FROM WS-SER-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

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

       END PROGRAM S117.
