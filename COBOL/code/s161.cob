      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-09
      * Purpose: Supplier performance scorecard. Every order raised on
      *          purchord.txt (POREC) inside a date range is scored
      *          against the supplier it went to:
      *            orders raised, and of those received the average
      *            and worst lead time (order date to received date,
      *            in days) and the fill rate (quantity received
      *            against quantity ordered);
      *            orders still open past the date the supplier
      *            promised (PO-PROMISED-DATE);
      *            orders cancelled;
      *            failed services (servhist.txt) in the range on
      *            serialized units bought from the supplier - the
      *            unit's order (UNIT-PO-NO) names the supplier.
      *          A supplier outside a threshold from the site profile
      *          (S068) is flagged:
      *            L  worst lead time over SCORE-MAX-LEAD-DAYS
      *            F  fill rate under SCORE-MIN-FILL-PCT
      *            O  more open orders past promise than
      *               SCORE-MAX-OVERDUE
      *            C  more cancellations than SCORE-MAX-CANCELLED
      *            S  more failed services than SCORE-MAX-FAILURES
      *          The scorecard is spooled through RPTWRT and copied to
      *          supscore.csv next to the data files (SCORECARD_FILE
      *          overrides the path).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S161.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchOrderFile ASSIGN TO "./../purchord.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

           SELECT SupplierFile ASSIGN TO "./../supplier.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

           SELECT ServiceHistoryFile ASSIGN TO "./../servhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRV-STATUS.

           SELECT UnitMasterFile ASSIGN TO "./../unitmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT ExportFile ASSIGN TO DYNAMIC WS-EXPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchOrderFile.
           COPY POREC.

       FD  SupplierFile.
           COPY SUPREC.

       FD  ServiceHistoryFile.
           COPY SRVREC.

       FD  UnitMasterFile.
           COPY UNITREC.

       FD  ExportFile.
       01  EXPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PO-STATUS                 PIC XX.
       01  WS-SUP-STATUS                PIC XX.
       01  WS-SRV-STATUS                PIC XX.
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-EXPORT-PATH               PIC X(60).
       01  WS-EXPORT-STATUS             PIC XX.
       01  WS-EXPORT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-PO-EOF-SWITCH             PIC X(01).
           88  WS-PO-END-OF-FILE        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-FROM-ENTRY                PIC X(08).
       01  WS-TO-ENTRY                  PIC X(08).
       01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE                   PIC 9(08) VALUE 99999999.
       01  WS-ORDER-SERIAL              PIC 9(07).
       01  WS-LEAD-DAYS                 PIC 9(05).
       01  WS-WANTED-SUPPLIER           PIC X(06).
       01  WS-WANTED-PO                 PIC 9(07).
       01  WS-UNIT-SUPPLIER             PIC X(06).
       01  WS-ORDERS-SCORED             PIC 9(05) VALUE ZERO.
       01  WS-FAILURES-SCORED           PIC 9(05) VALUE ZERO.
       01  WS-SUPPLIERS-SHOWN           PIC 9(03) VALUE ZERO.
       01  WS-SUPPLIERS-FLAGGED         PIC 9(03) VALUE ZERO.

      * Thresholds from the site profile (S068).
       01  WS-MAX-LEAD-DAYS             PIC 9(03) VALUE 14.
       01  WS-MIN-FILL-PCT              PIC 9(03) VALUE 95.
       01  WS-MAX-OVERDUE               PIC 9(03) VALUE ZERO.
       01  WS-MAX-CANCELLED             PIC 9(03) VALUE 2.
       01  WS-MAX-FAILURES              PIC 9(03) VALUE 2.
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).

      * One row per supplier - those on supplier.txt first, then any
      * code an order names that is no longer on file.
       01  WS-SCORE-TABLE.
           05  WS-SCORE-ENTRY OCCURS 200 TIMES.
               10  WS-SCR-CODE          PIC X(06).
               10  WS-SCR-NAME          PIC X(30).
               10  WS-SCR-ORDERS        PIC 9(05).
               10  WS-SCR-RECEIVED      PIC 9(05).
               10  WS-SCR-LEAD-SUM      PIC 9(07).
               10  WS-SCR-LEAD-MAX      PIC 9(05).
               10  WS-SCR-QTY-ORDERED   PIC 9(09).
               10  WS-SCR-QTY-RECEIVED  PIC 9(09).
               10  WS-SCR-OVERDUE       PIC 9(05).
               10  WS-SCR-CANCELLED     PIC 9(05).
               10  WS-SCR-FAILURES      PIC 9(05).
       01  WS-SCORE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SCR-IDX                   PIC 9(03).
       01  WS-FOUND-IDX                 PIC 9(03).

      * The figures worked out for the supplier being printed.
       01  WS-AVG-LEAD                  PIC 9(05).
       01  WS-FILL-PCT                  PIC 9(05).
       01  WS-FLAGS                     PIC X(05).
       01  WS-ED-ORDERS                 PIC ZZZ9.
       01  WS-ED-RECEIVED               PIC ZZZ9.
       01  WS-ED-AVG-LEAD               PIC ZZ9.
       01  WS-ED-MAX-LEAD               PIC ZZ9.
       01  WS-ED-FILL-PCT               PIC ZZ9.
       01  WS-ED-OVERDUE                PIC ZZ9.
       01  WS-ED-CANCELLED              PIC ZZ9.
       01  WS-ED-FAILURES               PIC ZZ9.
       01  WS-ED-FILL-TEXT              PIC X(03).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

      * Inputs/outputs for COMPUTE-DAY-SERIAL - the S038 day count.
       01  WS-SER-DATE.
           05  WS-SER-YEAR        PIC 9(04).
           05  WS-SER-MONTH       PIC 9(02).
           05  WS-SER-DAY         PIC 9(02).
       01  WS-SER-RESULT          PIC 9(07).
       01  WS-SER-PRIOR-YEAR      PIC 9(04).
       01  WS-LEAP-QUOTIENT       PIC 9(04).
       01  WS-LEAP-REMAINDER      PIC 9(04).
       01  WS-LEAP-COUNT          PIC 9(05).
       01  WS-LEAP-BY-4           PIC 9(04).
       01  WS-LEAP-BY-100         PIC 9(04).
       01  WS-LEAP-BY-400         PIC 9(04).
       01  WS-SER-MONTH-IDX       PIC 9(02).
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

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-PATHS
           PERFORM LOAD-THRESHOLDS
           DISPLAY "From date (YYYYMMDD, blank = all): "
           MOVE SPACES TO WS-FROM-ENTRY
           ACCEPT WS-FROM-ENTRY
           IF WS-FROM-ENTRY NOT = SPACES
               IF WS-FROM-ENTRY IS NOT NUMERIC
                   DISPLAY "From date must be YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-FROM-ENTRY TO WS-FROM-DATE
           END-IF
           DISPLAY "To date   (YYYYMMDD, blank = all): "
           MOVE SPACES TO WS-TO-ENTRY
           ACCEPT WS-TO-ENTRY
           IF WS-TO-ENTRY NOT = SPACES
               IF WS-TO-ENTRY IS NOT NUMERIC
                   DISPLAY "To date must be YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-TO-ENTRY TO WS-TO-DATE
           END-IF

           PERFORM LOAD-SUPPLIERS
           PERFORM SCORE-ORDERS
           PERFORM SCORE-FAILED-SERVICES
           PERFORM PRINT-SCORECARD
           PERFORM WRITE-CSV-COPY
           DISPLAY "Orders scored: " WS-ORDERS-SCORED
                   "  Failed services: " WS-FAILURES-SCORED
                   "  Suppliers flagged: " WS-SUPPLIERS-FLAGGED
           STOP RUN.

       LOAD-THRESHOLDS.
           MOVE "SCORE-MAX-LEAD-DAYS" TO WS-CFG-NAME
           MOVE "014" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-MAX-LEAD-DAYS
           END-IF
           MOVE "SCORE-MIN-FILL-PCT" TO WS-CFG-NAME
           MOVE "095" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-MIN-FILL-PCT
           END-IF
           MOVE "SCORE-MAX-OVERDUE" TO WS-CFG-NAME
           MOVE "000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-MAX-OVERDUE
           END-IF
           MOVE "SCORE-MAX-CANCELLED" TO WS-CFG-NAME
           MOVE "002" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-MAX-CANCELLED
           END-IF
           MOVE "SCORE-MAX-FAILURES" TO WS-CFG-NAME
           MOVE "002" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-MAX-FAILURES
           END-IF.

      * Every supplier on file gets a row, so one with nothing
      * ordered in the range still shows up as idle.
       LOAD-SUPPLIERS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SupplierFile
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "supplier.txt could not be opened - status "
                       WS-SUP-STATUS " - suppliers shown by code only."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SUPPLIER
           PERFORM UNTIL WS-END-OF-FILE
               MOVE SUP-CODE TO WS-WANTED-SUPPLIER
               PERFORM FIND-SUPPLIER-ROW
               IF WS-FOUND-IDX > ZERO
                   MOVE SUP-NAME TO WS-SCR-NAME(WS-FOUND-IDX)
               END-IF
               PERFORM READ-NEXT-SUPPLIER
           END-PERFORM
           CLOSE SupplierFile.

      * The row for WS-WANTED-SUPPLIER, added on first sight.
      * WS-FOUND-IDX comes back zero only when the table is full.
       FIND-SUPPLIER-ROW.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCORE-COUNT
                      OR WS-FOUND-IDX > ZERO
               IF WS-SCR-CODE(WS-SCR-IDX) = WS-WANTED-SUPPLIER
                   MOVE WS-SCR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-SCORE-COUNT NOT < 200
               DISPLAY "Supplier table full - " WS-WANTED-SUPPLIER
                       " not scored."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCORE-COUNT
           MOVE WS-SCORE-COUNT TO WS-FOUND-IDX
           INITIALIZE WS-SCORE-ENTRY(WS-FOUND-IDX)
           MOVE WS-WANTED-SUPPLIER TO WS-SCR-CODE(WS-FOUND-IDX)
           MOVE "(not on file)" TO WS-SCR-NAME(WS-FOUND-IDX).

      * Orders raised inside the range. A cancelled order counts
      * only as a cancellation; lead time and fill rate come from
      * the orders received; an open order counts as overdue once
      * today is past the date promised (orders raised before
      * promised dates were kept carry none and are never overdue).
       SCORE-ORDERS.
           MOVE "N" TO WS-PO-EOF-SWITCH
           OPEN INPUT PurchOrderFile
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "purchord.txt could not be opened - status "
                       WS-PO-STATUS " - no orders on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-PO-END-OF-FILE
               IF PO-ORDER-DATE NOT < WS-FROM-DATE
                       AND PO-ORDER-DATE NOT > WS-TO-DATE
                   PERFORM SCORE-ONE-ORDER
               END-IF
               PERFORM READ-NEXT-ORDER
           END-PERFORM
           CLOSE PurchOrderFile.

       SCORE-ONE-ORDER.
           MOVE PO-SUPPLIER TO WS-WANTED-SUPPLIER
           PERFORM FIND-SUPPLIER-ROW
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDERS-SCORED
           ADD 1 TO WS-SCR-ORDERS(WS-FOUND-IDX)
           EVALUATE TRUE
               WHEN PO-STATE-CANCELLED
                   ADD 1 TO WS-SCR-CANCELLED(WS-FOUND-IDX)
               WHEN PO-STATE-RECEIVED
                   ADD 1 TO WS-SCR-RECEIVED(WS-FOUND-IDX)
                   ADD PO-QTY TO WS-SCR-QTY-ORDERED(WS-FOUND-IDX)
                   ADD PO-RECEIVED-QTY
                           TO WS-SCR-QTY-RECEIVED(WS-FOUND-IDX)
                   MOVE PO-ORDER-DATE TO WS-SER-DATE
                   PERFORM COMPUTE-DAY-SERIAL
                   MOVE WS-SER-RESULT TO WS-ORDER-SERIAL
                   MOVE PO-RECEIVED-DATE TO WS-SER-DATE
                   PERFORM COMPUTE-DAY-SERIAL
                   MOVE ZERO TO WS-LEAD-DAYS
                   IF WS-SER-RESULT > WS-ORDER-SERIAL
                       COMPUTE WS-LEAD-DAYS
                               = WS-SER-RESULT - WS-ORDER-SERIAL
                   END-IF
                   ADD WS-LEAD-DAYS TO WS-SCR-LEAD-SUM(WS-FOUND-IDX)
                   IF WS-LEAD-DAYS > WS-SCR-LEAD-MAX(WS-FOUND-IDX)
                       MOVE WS-LEAD-DAYS
                               TO WS-SCR-LEAD-MAX(WS-FOUND-IDX)
                   END-IF
               WHEN PO-STATE-OPEN
                   IF PO-PROMISED-DATE IS NUMERIC
                           AND PO-PROMISED-DATE > ZERO
                           AND PO-PROMISED-DATE < WS-TODAY-DATE
                       ADD 1 TO WS-SCR-OVERDUE(WS-FOUND-IDX)
                   END-IF
           END-EVALUATE.

      * A failed service in the range on a serialized unit is laid
      * at the door of the supplier whose order brought the unit in.
       SCORE-FAILED-SERVICES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ServiceHistoryFile
           IF WS-SRV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               CLOSE ServiceHistoryFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SERVICE
           PERFORM UNTIL WS-END-OF-FILE
               IF SRV-OUTCOME-FAIL
                       AND SRV-SERIAL NOT = SPACES
                       AND SRV-DATE NOT < WS-FROM-DATE
                       AND SRV-DATE NOT > WS-TO-DATE
                   PERFORM SCORE-ONE-FAILURE
               END-IF
               PERFORM READ-NEXT-SERVICE
           END-PERFORM
           CLOSE UnitMasterFile
           CLOSE ServiceHistoryFile.

       SCORE-ONE-FAILURE.
           MOVE SRV-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF UNIT-PO-NO IS NOT NUMERIC OR UNIT-PO-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE UNIT-PO-NO TO WS-WANTED-PO
           PERFORM FIND-ORDER-SUPPLIER
           IF WS-UNIT-SUPPLIER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNIT-SUPPLIER TO WS-WANTED-SUPPLIER
           PERFORM FIND-SUPPLIER-ROW
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAILURES-SCORED
           ADD 1 TO WS-SCR-FAILURES(WS-FOUND-IDX).

      * The supplier on order WS-WANTED-PO, spaces when the order is
      * no longer on file.
       FIND-ORDER-SUPPLIER.
           MOVE SPACES TO WS-UNIT-SUPPLIER
           MOVE "N" TO WS-PO-EOF-SWITCH
           OPEN INPUT PurchOrderFile
           IF WS-PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-PO-END-OF-FILE
               IF PO-NO = WS-WANTED-PO
                   MOVE PO-SUPPLIER TO WS-UNIT-SUPPLIER
                   SET WS-PO-END-OF-FILE TO TRUE
               ELSE
                   PERFORM READ-NEXT-ORDER
               END-IF
           END-PERFORM
           CLOSE PurchOrderFile.

      * One line per supplier with anything to score, then the
      * thresholds the flags were raised against.
       PRINT-SCORECARD.
           MOVE "s161" TO WS-RPT-ID
           MOVE "SUPPLIER PERFORMANCE SCORECARD" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Orders raised " WS-FROM-DATE " to " WS-TO-DATE
                   "   Open orders judged at " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "SUPPLR NAME                 ORDS RCVD AVG MAX "
                   "FIL LAT CAN FAI FLAGS"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCORE-COUNT
               IF WS-SCR-ORDERS(WS-SCR-IDX) > ZERO
                       OR WS-SCR-FAILURES(WS-SCR-IDX) > ZERO
                   PERFORM PRINT-ONE-SUPPLIER
               END-IF
           END-PERFORM
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "FLAGS: L worst lead over " WS-MAX-LEAD-DAYS
                   " days  F fill under " WS-MIN-FILL-PCT "%"
                   "  O overdue over " WS-MAX-OVERDUE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "       C cancelled over " WS-MAX-CANCELLED
                   "  S failed services over " WS-MAX-FAILURES
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Suppliers scored: " WS-SUPPLIERS-SHOWN
                   "  Flagged: " WS-SUPPLIERS-FLAGGED
                   "  Orders: " WS-ORDERS-SCORED
                   "  Failed services: " WS-FAILURES-SCORED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       PRINT-ONE-SUPPLIER.
           ADD 1 TO WS-SUPPLIERS-SHOWN
           PERFORM WORK-OUT-SUPPLIER
           IF WS-FLAGS NOT = SPACES
               ADD 1 TO WS-SUPPLIERS-FLAGGED
           END-IF
           MOVE WS-SCR-ORDERS(WS-SCR-IDX)    TO WS-ED-ORDERS
           MOVE WS-SCR-RECEIVED(WS-SCR-IDX)  TO WS-ED-RECEIVED
           MOVE WS-AVG-LEAD                  TO WS-ED-AVG-LEAD
           MOVE WS-SCR-LEAD-MAX(WS-SCR-IDX)  TO WS-ED-MAX-LEAD
           MOVE WS-SCR-OVERDUE(WS-SCR-IDX)   TO WS-ED-OVERDUE
           MOVE WS-SCR-CANCELLED(WS-SCR-IDX) TO WS-ED-CANCELLED
           MOVE WS-SCR-FAILURES(WS-SCR-IDX)  TO WS-ED-FAILURES
           MOVE "  -" TO WS-ED-FILL-TEXT
           IF WS-SCR-QTY-ORDERED(WS-SCR-IDX) > ZERO
               MOVE WS-FILL-PCT TO WS-ED-FILL-PCT
               MOVE WS-ED-FILL-PCT TO WS-ED-FILL-TEXT
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-SCR-CODE(WS-SCR-IDX) " "
                   WS-SCR-NAME(WS-SCR-IDX)(1:20) " "
                   WS-ED-ORDERS " " WS-ED-RECEIVED " "
                   WS-ED-AVG-LEAD " " WS-ED-MAX-LEAD " "
                   WS-ED-FILL-TEXT " " WS-ED-OVERDUE " "
                   WS-ED-CANCELLED " " WS-ED-FAILURES " "
                   WS-FLAGS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * Average lead time and fill rate for the row at WS-SCR-IDX,
      * and the flags it earns. Fill rate is judged only on orders
      * received - an open order may yet be filled.
       WORK-OUT-SUPPLIER.
           MOVE ZERO TO WS-AVG-LEAD
           MOVE ZERO TO WS-FILL-PCT
           MOVE SPACES TO WS-FLAGS
           IF WS-SCR-RECEIVED(WS-SCR-IDX) > ZERO
               COMPUTE WS-AVG-LEAD ROUNDED
                       = WS-SCR-LEAD-SUM(WS-SCR-IDX)
                       / WS-SCR-RECEIVED(WS-SCR-IDX)
           END-IF
           IF WS-SCR-QTY-ORDERED(WS-SCR-IDX) > ZERO
               COMPUTE WS-FILL-PCT
                       = WS-SCR-QTY-RECEIVED(WS-SCR-IDX) * 100
                       / WS-SCR-QTY-ORDERED(WS-SCR-IDX)
               IF WS-FILL-PCT > 999
                   MOVE 999 TO WS-FILL-PCT
               END-IF
           END-IF
           IF WS-SCR-LEAD-MAX(WS-SCR-IDX) > WS-MAX-LEAD-DAYS
               MOVE "L" TO WS-FLAGS(1:1)
           END-IF
           IF WS-SCR-QTY-ORDERED(WS-SCR-IDX) > ZERO
                   AND WS-FILL-PCT < WS-MIN-FILL-PCT
               MOVE "F" TO WS-FLAGS(2:1)
           END-IF
           IF WS-SCR-OVERDUE(WS-SCR-IDX) > WS-MAX-OVERDUE
               MOVE "O" TO WS-FLAGS(3:1)
           END-IF
           IF WS-SCR-CANCELLED(WS-SCR-IDX) > WS-MAX-CANCELLED
               MOVE "C" TO WS-FLAGS(4:1)
           END-IF
           IF WS-SCR-FAILURES(WS-SCR-IDX) > WS-MAX-FAILURES
               MOVE "S" TO WS-FLAGS(5:1)
           END-IF.

      * The same rows as plain figures for a spreadsheet; the name
      * travels quoted, as S053 does the country.
       WRITE-CSV-COPY.
           OPEN OUTPUT ExportFile
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "CSV file " WS-EXPORT-PATH
                       " could not be opened - status "
                       WS-EXPORT-STATUS " - no CSV copy written."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXPORT-LINE
           STRING "SUPPLIER,NAME,ORDERS,RECEIVED,AVG_LEAD,MAX_LEAD,"
                   "FILL_PCT,OVERDUE,CANCELLED,FAILURES,FLAGS"
                   DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCORE-COUNT
               IF WS-SCR-ORDERS(WS-SCR-IDX) > ZERO
                       OR WS-SCR-FAILURES(WS-SCR-IDX) > ZERO
                   PERFORM WRITE-CSV-LINE
               END-IF
           END-PERFORM
           CLOSE ExportFile
           DISPLAY "CSV copy written - " WS-EXPORT-COUNT
                   " line(s) to " WS-EXPORT-PATH.

       WRITE-CSV-LINE.
           PERFORM WORK-OUT-SUPPLIER
           MOVE SPACES TO EXPORT-LINE
           STRING WS-SCR-CODE(WS-SCR-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   WS-SCR-NAME(WS-SCR-IDX) DELIMITED BY "  "
                   '"' DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SCR-ORDERS(WS-SCR-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SCR-RECEIVED(WS-SCR-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-AVG-LEAD DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SCR-LEAD-MAX(WS-SCR-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILL-PCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SCR-OVERDUE(WS-SCR-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SCR-CANCELLED(WS-SCR-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SCR-FAILURES(WS-SCR-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FLAGS DELIMITED BY SPACE
                   INTO EXPORT-LINE
           WRITE EXPORT-LINE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "WRITE to CSV file failed - status "
                       WS-EXPORT-STATUS
           ELSE
               ADD 1 TO WS-EXPORT-COUNT
           END-IF.

       READ-NEXT-SUPPLIER.
           READ SupplierFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-ORDER.
           READ PurchOrderFile
               AT END
                   SET WS-PO-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-SERVICE.
           READ ServiceHistoryFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Days since the year 1601 - the same 4/100/400 rule and
      * cumulative-month table S038 carries.
       COMPUTE-DAY-SERIAL.
           COMPUTE WS-SER-PRIOR-YEAR = WS-SER-YEAR - 1
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
           MOVE WS-SER-MONTH TO WS-SER-MONTH-IDX
           IF WS-SER-MONTH-IDX < 1 OR WS-SER-MONTH-IDX > 12
               MOVE 1 TO WS-SER-MONTH-IDX
           END-IF
           SET MONTH-CUM-IDX TO WS-SER-MONTH-IDX
           ADD MONTH-CUM-ENTRY(MONTH-CUM-IDX) TO WS-SER-RESULT
           ADD WS-SER-DAY TO WS-SER-RESULT
           IF WS-SER-MONTH > 2
               DIVIDE WS-SER-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-SER-RESULT
                   DIVIDE WS-SER-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SER-YEAR BY 400
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

      * The CSV copy lands in supscore.csv next to the data files
      * unless SCORECARD_FILE says otherwise.
       INITIALIZE-PATHS.
           MOVE "./../supscore.csv" TO WS-EXPORT-PATH
           ACCEPT WS-EXPORT-PATH FROM ENVIRONMENT "SCORECARD_FILE"
               ON EXCEPTION
                   MOVE "./../supscore.csv" TO WS-EXPORT-PATH
           END-ACCEPT.

       END PROGRAM S161.
