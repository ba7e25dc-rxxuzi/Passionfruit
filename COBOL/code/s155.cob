      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-19
      * Purpose: Monthly equipment chargeback to departments. Each
      *          issued item a department's employees held in the
      *          month is charged to the department - at the flat
      *          monthly rental rate per unit its catalog category
      *          carries on the rate table (catrate.txt, CRTREC),
      *          or, for a category with no rate, at the kind's
      *          monthly depreciation (unit value over life, the
      *          S085 straight line, while the life is running).
      *          An item counts as held when it is still out, or
      *          was returned or declared lost on or after the first
      *          of the month. Every charge lands on the chargeback
      *          ledger (deptchg.txt, DCGREC) and the report through
      *          RPTWRT; each department's total posts to glpost.txt
      *          as an inter-department recharge - the department's
      *          cost centre (DPT-COST-CENTRE) debited against the
      *          RECHARGE rule's credit account through GLACCT,
      *          DEPTRCHG/EQUIPREC the default. Run it after the
      *          day's S042, whose extract rewrites the interface
      *          file. Holders with no open department are listed
      *          and not charged; a month already on the ledger is
      *          refused.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-11-18  rxz  Items S024 lends to members are passed over -
      *                    no department holds them, and the member's
      *                    deposit covers them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S155.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RateFile ASSIGN TO "./../catrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRT-STATUS.

           SELECT DepartmentFile ASSIGN TO "./../dept.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPT-STATUS.

           SELECT ChargeLedgerFile ASSIGN TO "./../deptchg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCG-STATUS.

           SELECT EmployeeFile ASSIGN TO "./../employee.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT IssuedItemFile ASSIGN TO "./../itemissue.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-ITEM-STATUS.

           SELECT ItemCatalogFile ASSIGN TO "./../itemcat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-CAT-STATUS.

           SELECT GlPostFile ASSIGN TO "./../glpost.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT RunRegisterFile ASSIGN TO "./../glrunreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RateFile.
           COPY CRTREC.

       FD  DepartmentFile.
           COPY DPTREC.

       FD  ChargeLedgerFile.
           COPY DCGREC.

       FD  EmployeeFile.
           COPY EMPREC.

       FD  IssuedItemFile.
           COPY ITEMREC.

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       FD  GlPostFile.
       01  GL-POSTING-LINE.
           05  GL-POST-DATE             PIC 9(08).
           05  GL-ACCOUNT               PIC X(08).
           05  GL-DR-CR                 PIC X(02).
               88  GL-DEBIT             VALUE "DR".
               88  GL-CREDIT            VALUE "CR".
           05  GL-AMOUNT                PIC 9(11)V99.
           05  GL-DESCRIPTION           PIC X(30).
           05  GL-RUN-NO                PIC 9(05).

       FD  RunRegisterFile.
           COPY GLRUN.

       WORKING-STORAGE SECTION.
       01  WS-CRT-STATUS                PIC XX.
       01  WS-DPT-STATUS                PIC XX.
       01  WS-DCG-STATUS                PIC XX.
       01  WS-EMP-STATUS                PIC XX.
       01  WS-ITEM-STATUS               PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-GL-STATUS                 PIC XX.
       01  WS-RUN-STATUS                PIC XX.
       01  WS-GLA-MOVEMENT              PIC X(08) VALUE "RECHARGE".
       01  WS-GLA-BRANCH                PIC X(03) VALUE SPACES.
       01  WS-GLA-CURRENCY              PIC X(03) VALUE SPACES.
       01  WS-GLA-DR-ACCOUNT            PIC X(08).
       01  WS-GLA-CR-ACCOUNT            PIC X(08).
       01  WS-RUN-EOF-SWITCH            PIC X(01).
           88  WS-RUN-END-OF-FILE       VALUE "Y".
       01  WS-ACTIVE-RUN-NO             PIC 9(05) VALUE ZERO.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-MONTH-ENTRY               PIC X(06).
       01  WS-RUN-MONTH                 PIC 9(06).
       01  WS-RUN-MONTH-SPLIT REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
       01  WS-POST-DATE                 PIC 9(08).
       01  WS-ACQ-YEAR                  PIC 9(04).
       01  WS-ACQ-MONTH                 PIC 9(02).
       01  WS-MONTHS-ELAPSED            PIC S9(05).
       01  WS-MONTHLY-PER-UNIT          PIC 9(05)V99.
       01  WS-ITEM-CHARGE               PIC 9(07)V99.
       01  WS-ITEM-BASIS                PIC X(01).
       01  WS-MONTH-ON-FILE-SWITCH      PIC X(01).
           88  WS-MONTH-ON-FILE         VALUE "Y".
       01  WS-EMP-OPEN-SWITCH           PIC X(01).
           88  WS-EMP-IS-OPEN           VALUE "Y".
       01  WS-CAT-OPEN-SWITCH           PIC X(01).
           88  WS-CAT-IS-OPEN           VALUE "Y".
       01  WS-HOLDER-DEPT               PIC X(04).
       01  WS-NEW-CATEGORY              PIC X(15).
       01  WS-NEW-RATE                  PIC 9(05)V99.

      * The rate table, held whole and written back on a change.
       01  WS-RATE-TABLE.
           05  WS-RATE-ROW OCCURS 100 TIMES.
               10  WS-RATE-CATEGORY     PIC X(15).
               10  WS-RATE-AMOUNT       PIC 9(05)V99.
       01  WS-RATE-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-RATE-IDX                  PIC 9(03).
       01  WS-RATE-FOUND-SWITCH         PIC X(01).
           88  WS-RATE-FOUND            VALUE "Y".

      * Open departments and what the month charged each.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ROW OCCURS 100 TIMES.
               10  WS-DEPT-CODE         PIC X(04).
               10  WS-DEPT-COST-CENTRE  PIC X(08).
               10  WS-DEPT-ITEMS        PIC 9(05).
               10  WS-DEPT-TOTAL        PIC 9(09)V99.
       01  WS-DEPT-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-DEPT-IDX                  PIC 9(03).
       01  WS-DEPT-FOUND-SWITCH         PIC X(01).
           88  WS-DEPT-FOUND            VALUE "Y".

       01  WS-CHARGED-COUNT             PIC 9(05).
       01  WS-UNCHARGED-COUNT           PIC 9(05).
       01  WS-NO-BASIS-COUNT            PIC 9(05).
       01  WS-TOTAL-CHARGE              PIC 9(11)V99.
       01  WS-POSTED-COUNT              PIC 9(03).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S155".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S155 - DEPARTMENT EQUIPMENT CHARGEBACK"
               DISPLAY "=============================================="
               DISPLAY "L=List rental rates  S=Set a category rate  "
                       "R=Run a month  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-RATES
                   WHEN "S"
                   WHEN "s"
                       PERFORM SET-CATEGORY-RATE
                   WHEN "R"
                   WHEN "r"
                       PERFORM RUN-CHARGEBACK
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-RATES.
           MOVE ZERO TO WS-RATE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RateFile
           IF WS-CRT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-RATE
           PERFORM UNTIL WS-END-OF-FILE OR WS-RATE-COUNT >= 100
               ADD 1 TO WS-RATE-COUNT
               MOVE CRT-CATEGORY TO WS-RATE-CATEGORY(WS-RATE-COUNT)
               MOVE CRT-MONTHLY-RATE
                       TO WS-RATE-AMOUNT(WS-RATE-COUNT)
               PERFORM READ-NEXT-RATE
           END-PERFORM
           CLOSE RateFile.

       READ-NEXT-RATE.
           READ RateFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LIST-RATES.
           PERFORM LOAD-RATES
           DISPLAY "CATEGORY        MONTHLY RATE PER UNIT"
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               DISPLAY WS-RATE-CATEGORY(WS-RATE-IDX) " "
                       WS-RATE-AMOUNT(WS-RATE-IDX)
           END-PERFORM
           DISPLAY "Rated categories: " WS-RATE-COUNT
                   "  (any other category is charged at "
                   "depreciation)".

      * A category's rate is added or replaced; a zero rate drops
      * the row, putting the category back on depreciation.
       SET-CATEGORY-RATE.
           PERFORM LOAD-RATES
           DISPLAY "Catalog category: "
           MOVE SPACES TO WS-NEW-CATEGORY
           ACCEPT WS-NEW-CATEGORY
           IF WS-NEW-CATEGORY = SPACES
               DISPLAY "A category is required - refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Monthly rate per unit (e.g. 25.00, 0 = charge "
                   "depreciation): "
           MOVE ZERO TO WS-NEW-RATE
           ACCEPT WS-NEW-RATE
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND
               IF WS-RATE-CATEGORY(WS-RATE-IDX) = WS-NEW-CATEGORY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-NEW-RATE TO WS-RATE-AMOUNT(WS-RATE-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND
               IF WS-RATE-COUNT >= 100
                   DISPLAY "The rate table is full - refused."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-NEW-CATEGORY
                       TO WS-RATE-CATEGORY(WS-RATE-COUNT)
               MOVE WS-NEW-RATE TO WS-RATE-AMOUNT(WS-RATE-COUNT)
           END-IF
           OPEN OUTPUT RateFile
           IF WS-CRT-STATUS NOT = "00"
               DISPLAY "catrate.txt could not be opened - status "
                       WS-CRT-STATUS " - rate NOT saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-AMOUNT(WS-RATE-IDX) > ZERO
                   MOVE WS-RATE-CATEGORY(WS-RATE-IDX) TO CRT-CATEGORY
                   MOVE WS-RATE-AMOUNT(WS-RATE-IDX)
                           TO CRT-MONTHLY-RATE
                   WRITE CATEGORY-RATE-RECORD
               END-IF
           END-PERFORM
           CLOSE RateFile
           IF WS-NEW-RATE > ZERO
               DISPLAY WS-NEW-CATEGORY " charged at " WS-NEW-RATE
                       " per unit per month."
           ELSE
               DISPLAY WS-NEW-CATEGORY " charged at depreciation."
           END-IF.

       LOAD-DEPARTMENTS.
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DepartmentFile
           IF WS-DPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DEPARTMENT
           PERFORM UNTIL WS-END-OF-FILE OR WS-DEPT-COUNT >= 100
               IF DPT-STATE-ACTIVE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DPT-CODE TO WS-DEPT-CODE(WS-DEPT-COUNT)
                   MOVE DPT-COST-CENTRE
                           TO WS-DEPT-COST-CENTRE(WS-DEPT-COUNT)
                   MOVE ZERO TO WS-DEPT-ITEMS(WS-DEPT-COUNT)
                   MOVE ZERO TO WS-DEPT-TOTAL(WS-DEPT-COUNT)
               END-IF
               PERFORM READ-NEXT-DEPARTMENT
           END-PERFORM
           CLOSE DepartmentFile.

       READ-NEXT-DEPARTMENT.
           READ DepartmentFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * One pass per month over the issue file: each item held in
      * the month is charged to its holder's department, the
      * departments' totals post as recharge pairs dated the first
      * of the month, and the report shows every charge.
       RUN-CHARGEBACK.
           DISPLAY "Chargeback month (YYYYMM): "
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
           COMPUTE WS-POST-DATE = WS-RUN-MONTH * 100 + 1
           PERFORM CHECK-MONTH-ON-LEDGER
           IF WS-MONTH-ON-FILE
               DISPLAY "Month " WS-RUN-MONTH " has already been "
                       "charged back - refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RATES
           PERFORM LOAD-DEPARTMENTS
           IF WS-DEPT-COUNT = ZERO
               DISPLAY "No open departments on dept.txt - set them "
                       "up through S154 first."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT IssuedItemFile
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "itemissue.txt could not be opened - status "
                       WS-ITEM-STATUS " - nothing to charge."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ChargeLedgerFile
           IF WS-DCG-STATUS = "35"
               OPEN OUTPUT ChargeLedgerFile
           END-IF
           IF WS-DCG-STATUS NOT = "00"
               DISPLAY "deptchg.txt could not be opened - status "
                       WS-DCG-STATUS " - nothing charged."
               CLOSE IssuedItemFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EMP-OPEN-SWITCH
           OPEN INPUT EmployeeFile
           IF WS-EMP-STATUS = "00"
               SET WS-EMP-IS-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-CAT-OPEN-SWITCH
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS = "00"
               SET WS-CAT-IS-OPEN TO TRUE
           END-IF

           MOVE ZERO TO WS-CHARGED-COUNT
           MOVE ZERO TO WS-UNCHARGED-COUNT
           MOVE ZERO TO WS-NO-BASIS-COUNT
           MOVE ZERO TO WS-TOTAL-CHARGE
           MOVE "s155" TO WS-RPT-ID
           MOVE "DEPARTMENT EQUIPMENT CHARGEBACK" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "MONTH " WS-RUN-MONTH
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "DEPT EMPL  ITEM  CODE     CATEGORY        QTY B"
                   "     CHARGE" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-ISSUED-ITEM
           PERFORM CHARGE-ONE-ITEM UNTIL WS-END-OF-FILE
           CLOSE IssuedItemFile
           CLOSE ChargeLedgerFile
           IF WS-EMP-IS-OPEN
               CLOSE EmployeeFile
           END-IF
           IF WS-CAT-IS-OPEN
               CLOSE ItemCatalogFile
           END-IF

           PERFORM RPT-LINE
           MOVE "DEPT COST CTR  ITEMS  RECHARGE" TO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-ITEMS(WS-DEPT-IDX) > ZERO
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING WS-DEPT-CODE(WS-DEPT-IDX) " "
                           WS-DEPT-COST-CENTRE(WS-DEPT-IDX) " "
                           WS-DEPT-ITEMS(WS-DEPT-IDX) " "
                           WS-DEPT-TOTAL(WS-DEPT-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Charged " WS-CHARGED-COUNT "  No department "
                   WS-UNCHARGED-COUNT "  No basis "
                   WS-NO-BASIS-COUNT "  Total " WS-TOTAL-CHARGE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           IF WS-TOTAL-CHARGE > ZERO
               PERFORM POST-RECHARGE-PAIRS
           END-IF

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Chargeback " WS-RUN-MONTH " total "
                   WS-TOTAL-CHARGE " over " WS-CHARGED-COUNT
                   " items."
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       CHECK-MONTH-ON-LEDGER.
           MOVE "N" TO WS-MONTH-ON-FILE-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ChargeLedgerFile
           IF WS-DCG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CHARGE
           PERFORM UNTIL WS-END-OF-FILE OR WS-MONTH-ON-FILE
               IF DCG-MONTH = WS-RUN-MONTH
                   SET WS-MONTH-ON-FILE TO TRUE
               ELSE
                   PERFORM READ-NEXT-CHARGE
               END-IF
           END-PERFORM
           CLOSE ChargeLedgerFile.

       READ-NEXT-CHARGE.
           READ ChargeLedgerFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-ISSUED-ITEM.
           READ IssuedItemFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Still out (open, or a space on rows from before ITEM-STATE),
      * or closed no earlier than the first of the month - the
      * holder had it during the month.
       CHARGE-ONE-ITEM.
           IF (ITEM-STATE-RETURNED OR ITEM-STATE-LOST)
                   AND ITEM-RETURN-DATE < WS-POST-DATE
               PERFORM READ-NEXT-ISSUED-ITEM
               EXIT PARAGRAPH
           END-IF
           IF NOT ITEM-EMPLOYEE-ISSUE
               PERFORM READ-NEXT-ISSUED-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HOLDER-DEPT
           IF WS-EMP-IS-OPEN
               MOVE ITEM-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EmployeeFile KEY IS EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEE-DEPT TO WS-HOLDER-DEPT
               END-READ
           END-IF
           MOVE "N" TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-HOLDER-DEPT
                       AND WS-HOLDER-DEPT NOT = SPACES
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               ADD 1 TO WS-UNCHARGED-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-HOLDER-DEPT " " ITEM-EMPLOYEE-ID " "
                       ITEM-ID " " ITEM-CODE " "
                       "NOT CHARGED - holder has no open department"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               PERFORM READ-NEXT-ISSUED-ITEM
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-DEPT-IDX

           PERFORM PRICE-ONE-ITEM
           IF WS-ITEM-CHARGE = ZERO
               ADD 1 TO WS-NO-BASIS-COUNT
               PERFORM READ-NEXT-ISSUED-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-MONTH     TO DCG-MONTH
           MOVE WS-HOLDER-DEPT   TO DCG-DEPT
           MOVE WS-DEPT-COST-CENTRE(WS-DEPT-IDX) TO DCG-COST-CENTRE
           MOVE ITEM-EMPLOYEE-ID TO DCG-EMPLOYEE-ID
           MOVE ITEM-ID          TO DCG-ITEM-ID
           MOVE ITEM-CODE        TO DCG-ITEM-CODE
           MOVE ITEM-QUANTITY    TO DCG-QUANTITY
           MOVE WS-ITEM-BASIS    TO DCG-BASIS
           MOVE WS-ITEM-CHARGE   TO DCG-AMOUNT
           MOVE WS-TODAY-DATE    TO DCG-RUN-DATE
           WRITE DEPT-CHARGE-RECORD
           ADD 1 TO WS-CHARGED-COUNT
           ADD 1 TO WS-DEPT-ITEMS(WS-DEPT-IDX)
           ADD WS-ITEM-CHARGE TO WS-DEPT-TOTAL(WS-DEPT-IDX)
           ADD WS-ITEM-CHARGE TO WS-TOTAL-CHARGE
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-HOLDER-DEPT " " ITEM-EMPLOYEE-ID " " ITEM-ID " "
                   ITEM-CODE " " ITEM-CATEGORY " " ITEM-QUANTITY " "
                   WS-ITEM-BASIS " " WS-ITEM-CHARGE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM READ-NEXT-ISSUED-ITEM.

      * The category's rental rate when it has one, else the kind's
      * monthly depreciation while its life is running - a kind
      * with no asset fields, or past its life, costs nothing.
       PRICE-ONE-ITEM.
           MOVE ZERO TO WS-ITEM-CHARGE
           MOVE SPACE TO WS-ITEM-BASIS
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND
               IF WS-RATE-CATEGORY(WS-RATE-IDX) = ITEM-CATEGORY
                       AND WS-RATE-AMOUNT(WS-RATE-IDX) > ZERO
                   SET WS-RATE-FOUND TO TRUE
                   COMPUTE WS-ITEM-CHARGE
                           = WS-RATE-AMOUNT(WS-RATE-IDX)
                           * ITEM-QUANTITY
                   MOVE "R" TO WS-ITEM-BASIS
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND OR NOT WS-CAT-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CAT-ACQUIRE-DATE IS NUMERIC
                   AND CAT-ACQUIRE-DATE > ZERO
                   AND CAT-LIFE-MONTHS IS NUMERIC
                   AND CAT-LIFE-MONTHS > ZERO
               MOVE CAT-ACQUIRE-DATE(1:4) TO WS-ACQ-YEAR
               MOVE CAT-ACQUIRE-DATE(5:2) TO WS-ACQ-MONTH
               COMPUTE WS-MONTHS-ELAPSED
                       = (WS-RUN-YEAR - WS-ACQ-YEAR) * 12
                       + WS-RUN-MM - WS-ACQ-MONTH + 1
               IF WS-MONTHS-ELAPSED >= 1
                       AND WS-MONTHS-ELAPSED <= CAT-LIFE-MONTHS
                   COMPUTE WS-MONTHLY-PER-UNIT ROUNDED
                           = CAT-UNIT-VALUE / CAT-LIFE-MONTHS
                   COMPUTE WS-ITEM-CHARGE
                           = WS-MONTHLY-PER-UNIT * ITEM-QUANTITY
                   MOVE "D" TO WS-ITEM-BASIS
               END-IF
           END-IF.

      * One balanced pair per charged department: its cost centre
      * debited, the RECHARGE credit account credited. The pairs
      * ride the same interface file S042 writes - run this step
      * after the day's extract, which recreates it.
       POST-RECHARGE-PAIRS.
           OPEN EXTEND GlPostFile
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GlPostFile
           END-IF
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "glpost.txt could not be opened - status "
                       WS-GL-STATUS " - recharges NOT posted."
               MOVE "ERROR" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Chargeback " WS-RUN-MONTH " on the ledger "
                       "but NOT posted - glpost.txt status "
                       WS-GL-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-RUN-NO
           MOVE "DEPTRCHG" TO WS-GLA-DR-ACCOUNT
           MOVE "EQUIPREC" TO WS-GLA-CR-ACCOUNT
           CALL "GLACCT" USING WS-GLA-MOVEMENT WS-GLA-BRANCH
                   WS-GLA-CURRENCY WS-GLA-DR-ACCOUNT WS-GLA-CR-ACCOUNT
           MOVE ZERO TO WS-POSTED-COUNT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-TOTAL(WS-DEPT-IDX) > ZERO
                   PERFORM POST-ONE-DEPARTMENT
               END-IF
           END-PERFORM
           CLOSE GlPostFile
           DISPLAY "Posted " WS-TOTAL-CHARGE " in recharges for "
                   WS-POSTED-COUNT " department(s) to glpost.txt.".

       POST-ONE-DEPARTMENT.
           MOVE WS-ACTIVE-RUN-NO TO GL-RUN-NO
           MOVE WS-POST-DATE TO GL-POST-DATE
           IF WS-DEPT-COST-CENTRE(WS-DEPT-IDX) = SPACES
               MOVE WS-GLA-DR-ACCOUNT TO GL-ACCOUNT
           ELSE
               MOVE WS-DEPT-COST-CENTRE(WS-DEPT-IDX) TO GL-ACCOUNT
           END-IF
           SET GL-DEBIT TO TRUE
           MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO GL-AMOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING "RECHARGE DEPT " WS-DEPT-CODE(WS-DEPT-IDX) " "
                   WS-RUN-MONTH
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-POSTING-LINE
           MOVE WS-GLA-CR-ACCOUNT TO GL-ACCOUNT
           SET GL-CREDIT TO TRUE
           WRITE GL-POSTING-LINE
           ADD 1 TO WS-POSTED-COUNT.

      * The lines ride the day's extract run - its active register
      * row carries the number. Zero when no extract has registered
      * for the posting date yet.
       FIND-ACTIVE-RUN-NO.
           MOVE ZERO TO WS-ACTIVE-RUN-NO
           OPEN INPUT RunRegisterFile
           IF WS-RUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RUN-EOF-SWITCH
           PERFORM READ-NEXT-RUN
           PERFORM UNTIL WS-RUN-END-OF-FILE
               IF GLR-STATE-EXTRACTED
                       AND GLR-POST-DATE = WS-POST-DATE
                   MOVE GLR-RUN-NO TO WS-ACTIVE-RUN-NO
               END-IF
               PERFORM READ-NEXT-RUN
           END-PERFORM
           CLOSE RunRegisterFile.

       READ-NEXT-RUN.
           READ RunRegisterFile
               AT END
                   SET WS-RUN-END-OF-FILE TO TRUE
           END-READ.

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

       END PROGRAM S155.
