      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-18
      * Purpose: Overdue member loans. Every item S024 has lent to a
      *          member and not had back by its due date is listed,
      *          worst-first as the file gives them, through RPTWRT.
      *          A loan late by fewer than LOAN-CHARGE-DAYS (S068) is
      *          chased - a LOANDUE notification to the member on the
      *          shared NOTIFY queue, as S038 chases an employee. A
      *          loan late by that many days or more is treated as
      *          lost: the issue is closed "L" as S037's declaration
      *          closes one (a serial-controlled unit is moved to lost
      *          on unitmast.txt and its history), the deposit S039
      *          took is kept against the item's value (CAT-UNIT-VALUE
      *          times the quantity) and whatever the value exceeds it
      *          by is charged to the member - an invoice (invmast.txt,
      *          source "M", the card-fee pattern) and the charge on
      *          the balance master. Both movements go onto the member
      *          loan deposit ledger (loandep.txt, LDPREC): kind A for
      *          the deposit kept, kind S for the shortfall charged,
      *          with the invoice that carries it.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-11-29  rxz  A loan is chased only when the CONSENT
      *                    subprogram allows service contact with the
      *                    member; otherwise it is listed as SUPPRESS
      *                    and counted on the report and the run's log
      *                    line. Charging a lost loan is unaffected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S164.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT UnitMasterFile ASSIGN TO "./../unitmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT UnitHistoryFile ASSIGN TO "./../unithist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNH-STATUS.

           SELECT LoanDepositFile ASSIGN TO "./../loandep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDP-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT InvoiceCtlFile ASSIGN TO "./../invctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IssuedItemFile.
           COPY ITEMREC.

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       FD  UnitMasterFile.
           COPY UNITREC.

       FD  UnitHistoryFile.
           COPY UNITHIST.

       FD  LoanDepositFile.
           COPY LDPREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  InvoiceCtlFile.
       01  InvoiceCtlRec                PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS               PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-UNH-STATUS                PIC XX.
       01  WS-LDP-STATUS                PIC XX.
       01  WS-INV-STATUS                PIC XX.
       01  WS-INVCTL-STATUS             PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-UNIT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-UNIT-END-OF-FILE      VALUE "Y".
       01  WS-UNIT-FOUND-SWITCH         PIC X(01).
           88  WS-UNIT-FOUND            VALUE "Y".
       01  WS-CAT-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-CATALOG-OPEN          VALUE "Y".
       01  WS-SERIAL-SWITCH             PIC X(01).
           88  WS-LOAN-SERIALIZED       VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(04).
           05  WS-TODAY-MONTH           PIC 9(02).
           05  WS-TODAY-DAY             PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE PIC 9(08).
       01  WS-TODAY-SERIAL              PIC 9(07).
       01  WS-DUE-SERIAL                PIC 9(07).
       01  WS-DAYS-OVERDUE              PIC 9(05).
       01  WS-CHARGE-DAYS               PIC 9(03) VALUE 30.

      * Inputs/outputs for COMPUTE-DAY-SERIAL - a running day count
      * (years * 365 plus leap days plus the day of year) that makes
      * "days overdue" a plain subtraction, as S038 counts them.
       01  WS-SER-DATE.
           05  WS-SER-YEAR              PIC 9(04).
           05  WS-SER-MONTH             PIC 9(02).
           05  WS-SER-DAY               PIC 9(02).
       01  WS-SER-RESULT                PIC 9(07).
       01  WS-SER-PRIOR-YEAR            PIC 9(04).
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

      * The loan being worked on, kept clear of the record areas.
       01  WS-LOAN-ITEM-ID              PIC 9(05).
       01  WS-LOAN-ITEM-CODE            PIC X(08).
       01  WS-LOAN-ITEM-NAME            PIC X(20).
       01  WS-LOAN-QUANTITY             PIC 9(03).
       01  WS-LOAN-MEMBER-ID            PIC X(20).
       01  WS-LOAN-DUE-DATE             PIC 9(08).
       01  WS-LOAN-BRANCH               PIC X(03).
       01  WS-LOAN-RECEIPT              PIC 9(07).
       01  WS-LOAN-VALUE                PIC 9(07)V99.
       01  WS-DEPOSIT-APPLIED           PIC 9(07)V99.
       01  WS-SHORTFALL                 PIC 9(07)V99.
       01  WS-LAST-INVOICE-NO           PIC 9(07).
       01  WS-SHORTFALL-INV-NO          PIC 9(07).
       01  WS-ACTION-TEXT               PIC X(08).

      * Run totals.
       01  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-CHASED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CHARGED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-FAILED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-APPLIED             PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-SHORTFALL           PIC 9(09)V99 VALUE ZERO.
       01  WS-ED-DAYS                   PIC ZZZZ9.
       01  WS-ED-AMOUNT                 PIC Z(06)9.99.
       01  WS-ED-AMOUNT-2               PIC Z(06)9.99.
       01  WS-ED-TOTAL                  PIC Z(08)9.99.

       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).

       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.

       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S164".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08) VALUE "LOANDUE".
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S164".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".

      * Shared report writer plumbing, the S016 pattern.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08) VALUE "s164".
       01  WS-RPT-TITLE                 PIC X(40)
               VALUE "OVERDUE MEMBER LOANS".
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S164".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-TODAY-SERIAL
           PERFORM READ-SITE-PROFILE

           OPEN I-O IssuedItemFile
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "itemissue.txt could not be opened - status "
                       WS-ITEM-STATUS " - no loans to check."
               STOP RUN
           END-IF
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS = "00"
               SET WS-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "itemcat.txt could not be opened - status "
                       WS-CAT-STATUS " - overdue loans are chased "
                       "but none is charged."
           END-IF

           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "DAYS  ITEM  MEMBER               ITEM"
                   "                 DUE       ACTION"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-ITEM
           PERFORM UNTIL WS-END-OF-FILE
               IF NOT ITEM-EMPLOYEE-ISSUE
                       AND NOT ITEM-STATE-RETURNED
                       AND NOT ITEM-STATE-LOST
                       AND ITEM-DUE-DATE > ZERO
                       AND ITEM-DUE-DATE < WS-TODAY-NUM
                   PERFORM CHECK-OVERDUE-LOAN
               END-IF
               PERFORM READ-NEXT-ITEM
           END-PERFORM
           CLOSE IssuedItemFile
           IF WS-CATALOG-OPEN
               CLOSE ItemCatalogFile
           END-IF

           MOVE WS-OVERDUE-COUNT TO WS-ED-DAYS
           STRING "Overdue member loans      : " WS-ED-DAYS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-CHASED-COUNT TO WS-ED-DAYS
           STRING "  chased                  : " WS-ED-DAYS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-SUPPRESSED-COUNT TO WS-ED-DAYS
           STRING "  suppressed - no consent : " WS-ED-DAYS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-CHARGED-COUNT TO WS-ED-DAYS
           STRING "  charged as lost         : " WS-ED-DAYS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           IF WS-FAILED-COUNT > ZERO
               MOVE WS-FAILED-COUNT TO WS-ED-DAYS
               STRING "  NOT charged (see above) : " WS-ED-DAYS
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-TOTAL
           END-IF
           MOVE WS-TOTAL-APPLIED TO WS-ED-TOTAL
           STRING "Deposits kept             : " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-TOTAL-SHORTFALL TO WS-ED-TOTAL
           STRING "Shortfalls invoiced       : " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Overdue " WS-OVERDUE-COUNT
                   " chased " WS-CHASED-COUNT " suppressed "
                   WS-SUPPRESSED-COUNT " charged "
                   WS-CHARGED-COUNT " shortfall " WS-TOTAL-SHORTFALL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           STOP RUN.

      * How many days late a member loan may run before it is taken
      * as lost and charged.
       READ-SITE-PROFILE.
           MOVE "LOAN-CHARGE-DAYS" TO WS-CFG-NAME
           MOVE "030" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-CHARGE-DAYS
           END-IF.

       READ-NEXT-ITEM.
           READ IssuedItemFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * One open member loan past its due date, the issue row current
      * in the record area. Short of the threshold it is chased; at
      * or past it (and with the catalog to value it) it is charged.
       CHECK-OVERDUE-LOAN.
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE ITEM-ID          TO WS-LOAN-ITEM-ID
           MOVE ITEM-CODE        TO WS-LOAN-ITEM-CODE
           MOVE ITEM-NAME        TO WS-LOAN-ITEM-NAME
           MOVE ITEM-QUANTITY    TO WS-LOAN-QUANTITY
           MOVE ITEM-BORROWER-ID TO WS-LOAN-MEMBER-ID
           MOVE ITEM-DUE-DATE    TO WS-LOAN-DUE-DATE
           MOVE ITEM-BRANCH      TO WS-LOAN-BRANCH
           MOVE ITEM-DEPOSIT-RECEIPT TO WS-LOAN-RECEIPT
           MOVE ZERO TO WS-DEPOSIT-APPLIED
           IF ITEM-DEPOSIT-HELD
               MOVE ITEM-DEPOSIT TO WS-DEPOSIT-APPLIED
           END-IF
           MOVE ITEM-DUE-DATE TO WS-SER-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SER-RESULT TO WS-DUE-SERIAL
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-SERIAL - WS-DUE-SERIAL

           IF WS-DAYS-OVERDUE >= WS-CHARGE-DAYS AND WS-CATALOG-OPEN
               PERFORM CHARGE-UNRETURNED-LOAN
           ELSE
               PERFORM CHASE-OVERDUE-LOAN
           END-IF

           MOVE WS-DAYS-OVERDUE TO WS-ED-DAYS
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-ED-DAYS " " WS-LOAN-ITEM-ID " " WS-LOAN-MEMBER-ID
                   " " WS-LOAN-ITEM-NAME " " WS-LOAN-DUE-DATE "  "
                   WS-ACTION-TEXT DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF WS-ACTION-TEXT = "CHARGED"
               MOVE WS-DEPOSIT-APPLIED TO WS-ED-AMOUNT
               MOVE WS-SHORTFALL TO WS-ED-AMOUNT-2
               STRING "      deposit kept " WS-ED-AMOUNT
                       "  shortfall " WS-ED-AMOUNT-2
                       "  invoice " WS-SHORTFALL-INV-NO
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

      * A member who has opted out of service contact is not chased.
       CHASE-OVERDUE-LOAN.
           MOVE WS-LOAN-MEMBER-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE "SUPPRESS" TO WS-ACTION-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHASED-COUNT
           MOVE "CHASED" TO WS-ACTION-TEXT
           MOVE WS-LOAN-MEMBER-ID TO WS-NTF-RECIPIENT
           MOVE SPACES TO WS-NTF-KEY-1
           STRING "Item " WS-LOAN-ITEM-NAME DELIMITED BY SIZE
                   INTO WS-NTF-KEY-1
           MOVE WS-DAYS-OVERDUE TO WS-ED-DAYS
           MOVE SPACES TO WS-NTF-KEY-2
           STRING "Due " WS-LOAN-DUE-DATE " -" WS-ED-DAYS " days"
                   DELIMITED BY SIZE INTO WS-NTF-KEY-2
           CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                   WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2.

      * The loan is closed as lost and the deposit held is kept
      * against the item's value; what the value exceeds it by is
      * invoiced to the member. The issue row is rewritten first -
      * nothing is charged for a loan that could not be closed.
       CHARGE-UNRETURNED-LOAN.
           MOVE "N" TO WS-SERIAL-SWITCH
           MOVE ZERO TO WS-LOAN-VALUE
           MOVE WS-LOAN-ITEM-CODE TO CAT-ITEM-CODE
           READ ItemCatalogFile KEY IS CAT-ITEM-CODE
               INVALID KEY
                   DISPLAY "Item " WS-LOAN-ITEM-ID " code "
                           WS-LOAN-ITEM-CODE " is not on itemcat.txt "
                           "- valued at the deposit only."
               NOT INVALID KEY
                   COMPUTE WS-LOAN-VALUE
                           = CAT-UNIT-VALUE * WS-LOAN-QUANTITY
                   IF CAT-SERIAL-CONTROLLED
                       SET WS-LOAN-SERIALIZED TO TRUE
                   END-IF
           END-READ
           MOVE ZERO TO WS-SHORTFALL
           IF WS-LOAN-VALUE > WS-DEPOSIT-APPLIED
               COMPUTE WS-SHORTFALL
                       = WS-LOAN-VALUE - WS-DEPOSIT-APPLIED
           END-IF
           MOVE ZERO TO WS-SHORTFALL-INV-NO

           SET ITEM-STATE-LOST       TO TRUE
           MOVE WS-TODAY-NUM         TO ITEM-RETURN-DATE
           SET ITEM-DEPOSIT-SETTLED  TO TRUE
           REWRITE ISSUED-ITEM-RECORD
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "REWRITE of item " WS-LOAN-ITEM-ID " failed - "
                       "status " WS-ITEM-STATUS " - loan NOT charged."
               ADD 1 TO WS-FAILED-COUNT
               MOVE "FAILED" TO WS-ACTION-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHARGED-COUNT
           MOVE "CHARGED" TO WS-ACTION-TEXT
           IF WS-LOAN-SERIALIZED
               PERFORM MARK-UNIT-LOST
           END-IF
           IF WS-DEPOSIT-APPLIED > ZERO
               MOVE "A" TO LDP-KIND
               MOVE WS-DEPOSIT-APPLIED TO LDP-AMOUNT
               PERFORM WRITE-DEPOSIT-MOVEMENT
               ADD WS-DEPOSIT-APPLIED TO WS-TOTAL-APPLIED
           END-IF
           IF WS-SHORTFALL > ZERO
               PERFORM RAISE-SHORTFALL-INVOICE
               IF WS-SHORTFALL-INV-NO > ZERO
                   MOVE "S" TO LDP-KIND
                   MOVE WS-SHORTFALL TO LDP-AMOUNT
                   PERFORM WRITE-DEPOSIT-MOVEMENT
                   ADD WS-SHORTFALL TO WS-TOTAL-SHORTFALL
               END-IF
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Loan " WS-LOAN-ITEM-ID " " WS-LOAN-MEMBER-ID
                   " lost, deposit kept " WS-DEPOSIT-APPLIED
                   " shortfall " WS-SHORTFALL " inv "
                   WS-SHORTFALL-INV-NO DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * LDP-KIND and LDP-AMOUNT are set by the caller; the deposit's
      * receipt is quoted on every movement, as S037 does.
       WRITE-DEPOSIT-MOVEMENT.
           MOVE WS-LOAN-ITEM-ID     TO LDP-ITEM-ID
           MOVE WS-LOAN-MEMBER-ID   TO LDP-DB-ID
           MOVE WS-TODAY-NUM        TO LDP-DATE
           MOVE WS-LOAN-RECEIPT     TO LDP-RECEIPT-NO
           MOVE ZERO                TO LDP-INV-NO
           IF LDP-KIND-SHORTFALL
               MOVE WS-SHORTFALL-INV-NO TO LDP-INV-NO
           END-IF
           MOVE SPACES              TO LDP-METHOD
           MOVE WS-LOAN-BRANCH      TO LDP-BRANCH
           MOVE ZERO                TO LDP-OPERATOR
           OPEN EXTEND LoanDepositFile
           IF WS-LDP-STATUS = "35"
               OPEN OUTPUT LoanDepositFile
           END-IF
           IF WS-LDP-STATUS NOT = "00"
               DISPLAY "loandep.txt could not be opened - status "
                       WS-LDP-STATUS " - item " WS-LOAN-ITEM-ID
                       " movement " LDP-KIND " NOT recorded."
               EXIT PARAGRAPH
           END-IF
           WRITE LOAN-DEPOSIT-RECORD
           CLOSE LoanDepositFile.

      * A numbered invoice for the shortfall - the invctl.txt counter
      * and invmast.txt row S015's RAISE-INVOICE writes, source "M" -
      * and the charge on the balance master. WS-SHORTFALL-INV-NO
      * stays zero when it fails.
       RAISE-SHORTFALL-INVOICE.
           MOVE ZERO TO WS-LAST-INVOICE-NO
           OPEN INPUT InvoiceCtlFile
           IF WS-INVCTL-STATUS = "00"
               READ InvoiceCtlFile INTO WS-LAST-INVOICE-NO
               CLOSE InvoiceCtlFile
           END-IF
           ADD 1 TO WS-LAST-INVOICE-NO
           OPEN OUTPUT InvoiceCtlFile
           MOVE WS-LAST-INVOICE-NO TO InvoiceCtlRec
           WRITE InvoiceCtlRec
           CLOSE InvoiceCtlFile

           OPEN EXTEND InvoiceFile
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT InvoiceFile
           END-IF
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS " - item " WS-LOAN-ITEM-ID
                       " shortfall NOT invoiced."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-INVOICE-NO TO INV-NO
           MOVE WS-LOAN-MEMBER-ID  TO INV-DB-ID
           MOVE WS-TODAY-NUM       TO INV-DATE
           MOVE WS-SHORTFALL       TO INV-AMOUNT
           MOVE ZERO               TO INV-TAX
           MOVE ZERO               TO INV-ALLOCATED
           SET INV-STATE-OPEN      TO TRUE
           SET INV-SOURCE-LOAN     TO TRUE
           WRITE INVOICE-RECORD
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "WRITE to invmast.txt failed - status "
                       WS-INV-STATUS " - item " WS-LOAN-ITEM-ID
                       " shortfall NOT invoiced."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           CLOSE InvoiceFile
           MOVE WS-LAST-INVOICE-NO TO WS-SHORTFALL-INV-NO
           MOVE "CHARGE"          TO WS-BAL-KIND
           MOVE WS-LOAN-MEMBER-ID TO WS-BAL-DB-ID
           MOVE WS-SHORTFALL      TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID WS-BAL-AMOUNT.

      * The unit S024 put out on this loan - issued, against this
      * ITEM-ID - goes to lost, and the move is logged on
      * unithist.txt as S037 logs a lost declaration.
       MARK-UNIT-LOST.
           OPEN I-O UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - item " WS-LOAN-ITEM-ID
                       " unit row NOT updated."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-UNIT-FOUND-SWITCH
           MOVE "N" TO WS-UNIT-EOF-SWITCH
           PERFORM READ-NEXT-UNIT
           PERFORM UNTIL WS-UNIT-END-OF-FILE OR WS-UNIT-FOUND
               IF UNIT-STATE-ISSUED
                       AND UNIT-ISSUE-ID = WS-LOAN-ITEM-ID
                       AND UNIT-ITEM-CODE = WS-LOAN-ITEM-CODE
                   SET WS-UNIT-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-UNIT
               END-IF
           END-PERFORM
           IF NOT WS-UNIT-FOUND
               DISPLAY "No issued unit found for item "
                       WS-LOAN-ITEM-ID " - unit row NOT updated."
               CLOSE UnitMasterFile
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-UNIT-HISTORY
           SET UNIT-STATE-LOST TO TRUE
           REWRITE UNIT-RECORD
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "REWRITE of unit " UNIT-SERIAL " failed - "
                       "status " WS-UNIT-STATUS
           END-IF
           CLOSE UnitMasterFile.

       READ-NEXT-UNIT.
           READ UnitMasterFile NEXT RECORD
               AT END
                   SET WS-UNIT-END-OF-FILE TO TRUE
           END-READ.

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
           MOVE UNIT-SERIAL    TO UNH-SERIAL
           ACCEPT UNH-DATE FROM DATE YYYYMMDD
           ACCEPT UNH-TIME FROM TIME
           SET UNH-ACTION-LOST TO TRUE
           MOVE UNIT-HOLDER    TO UNH-EMPLOYEE
           MOVE UNIT-ISSUE-ID  TO UNH-ISSUE-ID
           WRITE UNIT-HISTORY-RECORD
           CLOSE UnitHistoryFile.

      * Days since the year 1601: whole prior years at 365 plus one
      * per leap year, then the day of the current year - February's
      * extra day handled with the same 4/100/400 rule the other
      * programs use.
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

       END PROGRAM S164.
