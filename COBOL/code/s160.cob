      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-06
      * Purpose: Supplier warranty claims. S082 raises a claim on
      *          warclaim.txt (WCLREC) when a serialized unit fails its
      *          service inside the warranty S098 booked it in with;
      *          this program follows the claim through to the end:
      *            U - update a claim as the supplier answers:
      *                A acknowledged, then P replaced (the serial of
      *                the unit sent back), C credited (the amount) or
      *                J rejected (why). A claim raised without a
      *                supplier (its order no longer on file) takes
      *                one here first.
      *            R - the warranty report through RPTWRT: the claims
      *                still open, supplier by supplier, then every
      *                unit on unitmast.txt whose warranty ends in the
      *                next 60 days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S160.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimFile ASSIGN TO "./../warclaim.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WCL-STATUS.

           SELECT ClaimWorkFile ASSIGN TO "./../warclaimw.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WCLW-STATUS.

           SELECT SupplierFile ASSIGN TO "./../supplier.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

           SELECT UnitMasterFile ASSIGN TO "./../unitmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  ClaimFile.
           COPY WCLREC.

       FD  ClaimWorkFile.
           COPY WCLREC REPLACING
               ==WARRANTY-CLAIM-RECORD== BY ==CLAIM-WORK-RECORD==
               LEADING ==WCL== BY ==WCW==.

       FD  SupplierFile.
           COPY SUPREC.

       FD  UnitMasterFile.
           COPY UNITREC.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-SUPPLIER             PIC X(06).
           05  SRT-CLAIM-NO             PIC 9(05).
           05  SRT-STATE                PIC X(01).
           05  SRT-SERIAL               PIC X(12).
           05  SRT-ITEM-CODE            PIC X(08).
           05  SRT-PO-NO                PIC 9(07).
           05  SRT-RAISED-DATE          PIC 9(08).
           05  SRT-FAULT                PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-WCL-STATUS                PIC XX.
       01  WS-WCLW-STATUS               PIC XX.
       01  WS-SUP-STATUS                PIC XX.
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SUP-EOF-SWITCH            PIC X(01).
           88  WS-SUP-END-OF-FILE       VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-FIRST-ROW-SWITCH          PIC X(01).
           88  WS-FIRST-ROW             VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-END-SERIAL                PIC 9(07).
       01  WS-DAYS-LEFT                 PIC 9(05).
       01  WS-WARNING-DAYS              PIC 9(03) VALUE 60.
       01  WS-CLAIM-NO-ENTRY            PIC X(05).
       01  WS-WANTED-CLAIM              PIC 9(05).
       01  WS-CLAIM-FOUND-SWITCH        PIC X(01).
           88  WS-CLAIM-FOUND           VALUE "Y".
       01  WS-NEW-STATE                 PIC X(01).
       01  WS-SUP-CODE-ENTRY            PIC X(06).
       01  WS-SUP-OK-SWITCH             PIC X(01).
           88  WS-SUPPLIER-OK           VALUE "Y".
       01  WS-SUP-NAME                  PIC X(30).
       01  WS-CURRENT-SUPPLIER          PIC X(06).
       01  WS-SUPPLIER-CLAIMS           PIC 9(05).
       01  WS-OPEN-CLAIMS               PIC 9(05).
       01  WS-ENDING-UNITS              PIC 9(05).
       01  WS-WCL-FILE-NAME             PIC X(20)
               VALUE "./../warclaim.txt".
       01  WS-WCLW-FILE-NAME            PIC X(20)
               VALUE "./../warclaimw.txt".
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S160".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

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
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S160 - SUPPLIER WARRANTY CLAIMS"
               DISPLAY "=============================================="
               DISPLAY "U=Update a claim  R=Warranty report  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "U"
                   WHEN "u"
                       PERFORM UPDATE-CLAIM
                   WHEN "R"
                   WHEN "r"
                       PERFORM WARRANTY-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * The claim is found and changed on the way through to the
      * work file, which then replaces warclaim.txt. A closed claim
      * stays as it is.
       UPDATE-CLAIM.
           DISPLAY "Claim number: "
           MOVE SPACES TO WS-CLAIM-NO-ENTRY
           ACCEPT WS-CLAIM-NO-ENTRY
           IF WS-CLAIM-NO-ENTRY IS NOT NUMERIC
               DISPLAY "Claim number must be numeric."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLAIM-NO-ENTRY TO WS-WANTED-CLAIM

           MOVE "N" TO WS-CLAIM-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ClaimFile
           IF WS-WCL-STATUS NOT = "00"
               DISPLAY "warclaim.txt could not be opened - status "
                       WS-WCL-STATUS " - no claims on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ClaimWorkFile
           IF WS-WCLW-STATUS NOT = "00"
               DISPLAY "warclaimw.txt could not be opened - status "
                       WS-WCLW-STATUS
               CLOSE ClaimFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CLAIM
           PERFORM UNTIL WS-END-OF-FILE
               IF WCL-NO = WS-WANTED-CLAIM AND NOT WS-CLAIM-FOUND
                   SET WS-CLAIM-FOUND TO TRUE
                   PERFORM CHANGE-CLAIM
               END-IF
               MOVE WARRANTY-CLAIM-RECORD TO CLAIM-WORK-RECORD
               WRITE CLAIM-WORK-RECORD
               PERFORM READ-NEXT-CLAIM
           END-PERFORM
           CLOSE ClaimFile
           CLOSE ClaimWorkFile
           IF NOT WS-CLAIM-FOUND
               DISPLAY "Claim " WS-WANTED-CLAIM " is not on file."
               CALL "CBL_DELETE_FILE" USING WS-WCLW-FILE-NAME
                       RETURNING WS-DEL-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-WCL-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-WCLW-FILE-NAME
                   WS-WCL-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated claims are at "
                       "warclaimw.txt; restore them by hand."
           END-IF.

      * The claim in hand takes the supplier's answer. Only a raised
      * claim can be acknowledged; a raised or acknowledged one can
      * be closed.
       CHANGE-CLAIM.
           DISPLAY "Claim " WCL-NO " " WCL-SERIAL " " WCL-ITEM-CODE
                   " supplier " WCL-SUPPLIER " state " WCL-STATE
           DISPLAY "  Raised " WCL-RAISED-DATE " fault: " WCL-FAULT
           IF NOT WCL-STATE-OPEN
               DISPLAY "Claim is closed - nothing changed."
               EXIT PARAGRAPH
           END-IF
           IF WCL-SUPPLIER = SPACES
               DISPLAY "Supplier code: "
               MOVE SPACES TO WS-SUP-CODE-ENTRY
               ACCEPT WS-SUP-CODE-ENTRY
               PERFORM CHECK-SUPPLIER
               IF NOT WS-SUPPLIER-OK
                   DISPLAY "Supplier " WS-SUP-CODE-ENTRY " is not an "
                           "active supplier - nothing changed."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SUP-CODE-ENTRY TO WCL-SUPPLIER
           END-IF
           DISPLAY "New state (A=Acknowledged P=Replaced C=Credited "
                   "J=Rejected): "
           MOVE SPACES TO WS-NEW-STATE
           ACCEPT WS-NEW-STATE
           INSPECT WS-NEW-STATE CONVERTING "apcj" TO "APCJ"
           EVALUATE WS-NEW-STATE
               WHEN "A"
                   IF NOT WCL-STATE-RAISED
                       DISPLAY "Claim is already acknowledged."
                       EXIT PARAGRAPH
                   END-IF
                   SET WCL-STATE-ACKNOWLEDGED TO TRUE
                   MOVE WS-TODAY-DATE TO WCL-ACK-DATE
               WHEN "P"
                   DISPLAY "Replacement serial: "
                   ACCEPT WCL-REPLACEMENT-SERIAL
                   SET WCL-STATE-REPLACED TO TRUE
                   MOVE WS-TODAY-DATE TO WCL-CLOSED-DATE
               WHEN "C"
                   DISPLAY "Credit amount (e.g. 120.00): "
                   ACCEPT WCL-CREDIT-AMOUNT
                   SET WCL-STATE-CREDITED TO TRUE
                   MOVE WS-TODAY-DATE TO WCL-CLOSED-DATE
               WHEN "J"
                   SET WCL-STATE-REJECTED TO TRUE
                   MOVE WS-TODAY-DATE TO WCL-CLOSED-DATE
               WHEN OTHER
                   DISPLAY "State must be A, P, C or J - nothing "
                           "changed."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Notes: "
           ACCEPT WCL-NOTES
           DISPLAY "Claim " WCL-NO " now state " WCL-STATE "."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Warranty claim " WCL-NO " " WCL-SERIAL
                   " supplier " WCL-SUPPLIER " to state " WCL-STATE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       READ-NEXT-CLAIM.
           READ ClaimFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

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

       READ-NEXT-SUPPLIER.
           READ SupplierFile
               AT END
                   SET WS-SUP-END-OF-FILE TO TRUE
           END-READ.

      * Open claims by supplier first, then the warranties running
      * out - the chance to test a unit before its cover goes.
       WARRANTY-REPORT.
           MOVE ZERO TO WS-OPEN-CLAIMS
           MOVE ZERO TO WS-ENDING-UNITS
           MOVE "s160" TO WS-RPT-ID
           MOVE "SUPPLIER WARRANTY CLAIMS" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE "OPEN CLAIMS BY SUPPLIER" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "CLAIM S SERIAL       ITEM     ORDER   RAISED   "
                   "FAULT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-SORT-SWITCH
           SORT SortFile
               ON ASCENDING KEY SRT-SUPPLIER
               ON ASCENDING KEY SRT-CLAIM-NO
               INPUT PROCEDURE IS Gather-Claims-Section
               OUTPUT PROCEDURE IS Print-Claims-Section
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Open claims: " WS-OPEN-CLAIMS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE

           MOVE SPACES TO WS-RPT-TEXT
           STRING "WARRANTIES ENDING IN THE NEXT " WS-WARNING-DAYS
                   " DAYS" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "SERIAL       ITEM     S OFF ORDER   ENDS     DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           OPEN INPUT UnitMasterFile
           IF WS-UNIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-UNIT
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM CHECK-UNIT-WARRANTY
                   PERFORM READ-NEXT-UNIT
               END-PERFORM
               CLOSE UnitMasterFile
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Open claims: " WS-OPEN-CLAIMS
                   "  Warranties ending: " WS-ENDING-UNITS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Open claims: " WS-OPEN-CLAIMS
                   "  Warranties ending: " WS-ENDING-UNITS.

      * A unit still on the books whose warranty ends between today
      * and the warning horizon.
       CHECK-UNIT-WARRANTY.
           IF UNIT-STATE-DISPOSED OR UNIT-STATE-LOST
               EXIT PARAGRAPH
           END-IF
           IF UNIT-WARRANTY-END IS NOT NUMERIC
                   OR UNIT-WARRANTY-END = ZERO
                   OR UNIT-WARRANTY-END < WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE UNIT-WARRANTY-END TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-END-SERIAL
           COMPUTE WS-DAYS-LEFT = WS-END-SERIAL - WS-TODAY-SERIAL
           IF WS-DAYS-LEFT > WS-WARNING-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENDING-UNITS
           MOVE SPACES TO WS-RPT-TEXT
           STRING UNIT-SERIAL " " UNIT-ITEM-CODE " " UNIT-STATE " "
                   UNIT-BRANCH " " UNIT-PO-NO " " UNIT-WARRANTY-END
                   " " WS-DAYS-LEFT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       READ-NEXT-UNIT.
           READ UnitMasterFile NEXT RECORD
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

      * Every claim still raised or acknowledged goes to the sort.
       Gather-Claims-Section SECTION.
       Gather-Claims.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ClaimFile
           IF WS-WCL-STATUS NOT = "00"
               GO TO Gather-Claims-Done
           END-IF
           PERFORM READ-NEXT-CLAIM
           PERFORM UNTIL WS-END-OF-FILE
               IF WCL-STATE-OPEN
                   PERFORM RELEASE-ONE-CLAIM
               END-IF
               PERFORM READ-NEXT-CLAIM
           END-PERFORM
           CLOSE ClaimFile
           GO TO Gather-Claims-Done.
       RELEASE-ONE-CLAIM.
           MOVE WCL-SUPPLIER    TO SRT-SUPPLIER
           MOVE WCL-NO          TO SRT-CLAIM-NO
           MOVE WCL-STATE       TO SRT-STATE
           MOVE WCL-SERIAL      TO SRT-SERIAL
           MOVE WCL-ITEM-CODE   TO SRT-ITEM-CODE
           MOVE WCL-PO-NO       TO SRT-PO-NO
           MOVE WCL-RAISED-DATE TO SRT-RAISED-DATE
           MOVE WCL-FAULT       TO SRT-FAULT
           RELEASE SORT-RECORD.
       Gather-Claims-Done.
           EXIT.

      * A heading with the supplier's name at each change of
      * supplier, and the count under it.
       Print-Claims-Section SECTION.
       Print-Claims.
           SET WS-FIRST-ROW TO TRUE
           PERFORM RETURN-NEXT-CLAIM
           PERFORM UNTIL WS-SORT-DONE
               IF WS-FIRST-ROW
                       OR SRT-SUPPLIER NOT = WS-CURRENT-SUPPLIER
                   IF NOT WS-FIRST-ROW
                       PERFORM PRINT-SUPPLIER-COUNT
                   END-IF
                   MOVE "N" TO WS-FIRST-ROW-SWITCH
                   PERFORM START-NEXT-SUPPLIER
               END-IF
               ADD 1 TO WS-SUPPLIER-CLAIMS
               ADD 1 TO WS-OPEN-CLAIMS
               MOVE SPACES TO WS-RPT-TEXT
               STRING SRT-CLAIM-NO " " SRT-STATE " " SRT-SERIAL " "
                       SRT-ITEM-CODE " " SRT-PO-NO " "
                       SRT-RAISED-DATE " " SRT-FAULT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               PERFORM RETURN-NEXT-CLAIM
           END-PERFORM
           IF NOT WS-FIRST-ROW
               PERFORM PRINT-SUPPLIER-COUNT
           END-IF
           GO TO Print-Claims-Done.
       START-NEXT-SUPPLIER.
           MOVE SRT-SUPPLIER TO WS-CURRENT-SUPPLIER
           MOVE ZERO TO WS-SUPPLIER-CLAIMS
           MOVE "(not on file)" TO WS-SUP-NAME
           MOVE "N" TO WS-SUP-EOF-SWITCH
           OPEN INPUT SupplierFile
           IF WS-SUP-STATUS = "00"
               PERFORM READ-NEXT-SUPPLIER
               PERFORM UNTIL WS-SUP-END-OF-FILE
                   IF SUP-CODE = WS-CURRENT-SUPPLIER
                       MOVE SUP-NAME TO WS-SUP-NAME
                       SET WS-SUP-END-OF-FILE TO TRUE
                   ELSE
                       PERFORM READ-NEXT-SUPPLIER
                   END-IF
               END-PERFORM
               CLOSE SupplierFile
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING "SUPPLIER " WS-CURRENT-SUPPLIER " " WS-SUP-NAME
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.
       PRINT-SUPPLIER-COUNT.
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Claims open with " WS-CURRENT-SUPPLIER ": "
                   WS-SUPPLIER-CLAIMS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.
       RETURN-NEXT-CLAIM.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Print-Claims-Done.
           EXIT.

       END PROGRAM S160.
