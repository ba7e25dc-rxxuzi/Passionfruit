      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-27
      * Purpose: Nightly full extract for the head-office reporting
      *          warehouse. S087 only sends the day's registration
      *          deltas and S053 only database.txt; the warehouse
      *          wants every master and ledger, whole, every night.
      *          This writes one comma-separated file per source,
      *          each with a header row - text columns quoted, the
      *          S053 habit, amounts with an explicit decimal point
      *          - into a dated directory named by the business
      *          date (whextr_YYYYMMDD, the S104 bundle habit):
      *
      *            database.txt   from the S089 day-end snapshot
      *                           (dbsnap.txt), never the live
      *                           file, so the extract never waits
      *                           on or holds the dblock.txt lock
      *            memdet.txt     members with an applied S077
      *                           erasure go out masked - name
      *                           ERASED, personal columns blank
      *            payment.txt, invmast.txt, refund.txt,
      *            renewled.txt, employee.txt, itemcat.txt,
      *            itemissue.txt, sponsor.txt, branch.txt
      *
      *          The manifest (whmanif.csv) carries one row per
      *          source: its extract, OK, MISSING or ERROR, the
      *          record count, the amount hash total (the sum of the
      *          file's money column, zero for a file without one)
      *          and the BIZDATE business date, closed by a TOTAL
      *          row - what the warehouse load checks before it
      *          takes the night. A source that cannot be read, or
      *          a missing snapshot, fails the step with
      *          RETURN-CODE 8. Runs in the S027 window after the
      *          snapshot and the HR-feed import.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S167.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SnapshotFile ASSIGN TO "./../dbsnap.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

           SELECT EraseQueueFile ASSIGN TO "./../eraseq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERQ-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT EmployeeFile ASSIGN TO "./../employee.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMPLOYEE-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT ItemCatalogFile ASSIGN TO "./../itemcat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-CAT-STATUS.

           SELECT IssuedItemFile ASSIGN TO "./../itemissue.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-ITEM-STATUS.

           SELECT SponsorFile ASSIGN TO "./../sponsor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPN-STATUS.

           SELECT BranchFile ASSIGN TO "./../branch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRN-STATUS.

           SELECT ExtractFile ASSIGN TO DYNAMIC WS-EXTRACT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XTR-STATUS.

           SELECT ManifestFile ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SnapshotFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

      * S077's erasure queue - only the state and the ID are wanted.
       FD  EraseQueueFile.
       01  ERASE-REQUEST-RECORD.
           05  ERQ-STATE                PIC X(01).
               88  ERQ-STATE-APPLIED    VALUE "A".
           05  ERQ-DB-ID                PIC X(20).
           05  FILLER                   PIC X(26).

       FD  PaymentFile.
           COPY PAYREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  RefundFile.
           COPY REFREC.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  EmployeeFile.
           COPY EMPREC.

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       FD  IssuedItemFile.
           COPY ITEMREC.

       FD  SponsorFile.
           COPY SPNREC.

       FD  BranchFile.
           COPY BRNREC.

       FD  ExtractFile.
       01  EXTRACT-LINE                 PIC X(400).

       FD  ManifestFile.
       01  MANIFEST-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SNAP-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-ERQ-STATUS                PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-INV-STATUS                PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-EMP-STATUS                PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-ITEM-STATUS               PIC XX.
       01  WS-SPN-STATUS                PIC XX.
       01  WS-BRN-STATUS                PIC XX.
       01  WS-XTR-STATUS                PIC XX.
       01  WS-MAN-STATUS                PIC XX.
       01  WS-SOURCE-STATUS             PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-EXTRACT-DIR               PIC X(40).
       01  WS-EXTRACT-NAME              PIC X(60).
       01  WS-EXTRACT-BASE              PIC X(20).
       01  WS-MANIFEST-NAME             PIC X(60).

      * The source being extracted - its name, the extract's column
      * header, and what the manifest row will say about it.
       01  WS-SRC-NAME                  PIC X(20).
       01  WS-SRC-STATE                 PIC X(07).
       01  WS-HEADER-TEXT               PIC X(400).
       01  WS-XTR-COUNT                 PIC 9(09).
       01  WS-XTR-HASH                  PIC 9(11)V99.
       01  WS-TOTAL-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-HASH                PIC 9(11)V99 VALUE ZERO.
       01  WS-FILE-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-MISSING-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-FAILED-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-MASKED-COUNT              PIC 9(07) VALUE ZERO.

      * One extract row is built a column at a time through the
      * pointer - each value is trimmed of its trailing spaces, so
      * a name or an address carrying a double space inside it is
      * not cut short the way a DELIMITED BY "  " would cut it.
       01  WS-LINE-PTR                  PIC 9(03).
       01  WS-FLD-TEXT                  PIC X(40).
       01  WS-FLD-LEN                   PIC 9(02).
       01  WS-FLD-END-SWITCH            PIC X(01).
           88  WS-FLD-END-FOUND         VALUE "Y".
       01  WS-ED-AMOUNT                 PIC 9(07).99.
       01  WS-ED-TAX                    PIC 9(05).99.
       01  WS-ED-COUNT                  PIC 9(09).
       01  WS-ED-HASH                   PIC 9(11).99.

      * IDs with an applied erasure, read once from eraseq.txt.
       01  WS-ERASED-TABLE.
           05  WS-ERASED-ID OCCURS 2000 TIMES PIC X(20).
       01  WS-ERASED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ERASED-IDX                PIC 9(04).
       01  WS-ERASED-SWITCH             PIC X(01).
           88  WS-ID-ERASED             VALUE "Y".
       01  WS-CHECK-ID                  PIC X(20).

       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S167".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           CALL "BIZDATE" USING WS-BUSDATE WS-BUSDATE-STATE

      *    No snapshot, no extract - reading the live database.txt
      *    here would put the warehouse feed back inside the
      *    single-writer window S089 exists to keep it out of.
           OPEN INPUT SnapshotFile
           IF WS-SNAP-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "dbsnap.txt could not be opened - status "
                       WS-SNAP-STATUS " - warehouse extract not "
                       "written" DELIMITED BY SIZE INTO WS-LOG-TEXT
               DISPLAY WS-LOG-TEXT
               MOVE "ERROR" TO WS-LOG-SEVERITY
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SnapshotFile

           MOVE SPACES TO WS-EXTRACT-DIR
           STRING "./../whextr_" WS-BUSDATE
                   DELIMITED BY SIZE INTO WS-EXTRACT-DIR
           CALL "CBL_CREATE_DIR" USING WS-EXTRACT-DIR
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-EXTRACT-DIR DELIMITED BY SPACE
                   "/whmanif.csv" DELIMITED BY SIZE
                   INTO WS-MANIFEST-NAME
           OPEN OUTPUT ManifestFile
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY "Manifest could not be opened - status "
                       WS-MAN-STATUS " - extract abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MANIFEST-LINE
           STRING "FILE,EXTRACT,STATUS,RECORDS,AMOUNT_HASH,"
                   "BUSINESS_DATE" DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           WRITE MANIFEST-LINE

           PERFORM LOAD-ERASED-IDS
           PERFORM EXTRACT-DATABASE
           PERFORM EXTRACT-MEMBER-DETAILS
           PERFORM EXTRACT-PAYMENTS
           PERFORM EXTRACT-INVOICES
           PERFORM EXTRACT-REFUNDS
           PERFORM EXTRACT-RENEWAL-LEDGER
           PERFORM EXTRACT-EMPLOYEES
           PERFORM EXTRACT-ITEM-CATALOG
           PERFORM EXTRACT-ISSUED-ITEMS
           PERFORM EXTRACT-SPONSORS
           PERFORM EXTRACT-BRANCHES

           MOVE WS-TOTAL-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-HASH  TO WS-ED-HASH
           MOVE SPACES TO MANIFEST-LINE
           STRING "TOTAL,,," WS-ED-COUNT "," WS-ED-HASH ","
                   WS-BUSDATE DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           CLOSE ManifestFile

           DISPLAY "Warehouse extract " WS-EXTRACT-DIR " written - "
                   WS-FILE-COUNT " file(s), " WS-TOTAL-COUNT
                   " record(s), " WS-MISSING-COUNT " source(s) not "
                   "present, " WS-MASKED-COUNT " erased member(s) "
                   "masked."
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "WAREHOUSE EXTRACT INCOMPLETE - "
                       WS-FAILED-COUNT " source(s) could not be read."
               MOVE 8 TO RETURN-CODE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               STRING "Warehouse extract for " WS-BUSDATE
                       " INCOMPLETE - " WS-FAILED-COUNT
                       " source(s) unreadable" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
           ELSE
               MOVE "INFO " TO WS-LOG-SEVERITY
               STRING "Warehouse extract for " WS-BUSDATE
                       " written - " WS-TOTAL-COUNT " record(s)"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           STOP RUN.

      * -- database.txt, from the day-end snapshot.
       EXTRACT-DATABASE.
           MOVE "database.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "DB_ID,COUNTRY,REG_DATE,REG_TIME,FEE,STATUS,"
                   "HANDLED_BY,CURRENCY,PAID_THRU,TAX,BRANCH,CLASS,"
                   "SPONSOR,EFF_DATE,AGENCY_STATE,HOUSEHOLD_ROLE,"
                   "DISPUTE_STATE,CAMPAIGN"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT SnapshotFile
           MOVE WS-SNAP-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SnapshotFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF DB-LAYOUT-CURRENT
                               PERFORM PUT-DATABASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-DATABASE-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE DB-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-COUNTRY TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-REG-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE DB-REG-TIME TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE DB-FEE TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE DB-STATUS TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-HANDLED-BY TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE DB-CURRENCY TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-PAID-THRU TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE DB-TAX-AMOUNT TO WS-ED-TAX
           MOVE WS-ED-TAX TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE DB-BRANCH TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-CLASS TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-SPONSOR-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-EFF-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE DB-AGENCY-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-HOUSEHOLD-ROLE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-DISPUTE-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE DB-CAMPAIGN TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           ADD DB-FEE TO WS-XTR-HASH
           PERFORM WRITE-EXTRACT-ROW.

      * -- memdet.txt. A member with an applied erasure goes out as
      *    an ID and the word ERASED - S077 blanks the row in place,
      *    but anything written to it since must not reach the
      *    warehouse either.
       EXTRACT-MEMBER-DETAILS.
           MOVE "memdet.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "DB_ID,NAME,ADDR_1,ADDR_2,ADDR_3,PHONE,EMAIL,"
                   "BIRTH_DATE,ADDRESS_STATUS,GONE_AWAY_DATE,"
                   "RETURNED_DOC,ERASED"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT MemberDetailsFile
           MOVE WS-MEM-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ MemberDetailsFile NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-MEMBER-ROW
                   END-READ
               END-PERFORM
               CLOSE MemberDetailsFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-MEMBER-ROW.
           MOVE MEM-DB-ID TO WS-CHECK-ID
           PERFORM CHECK-ID-ERASED
           IF WS-ID-ERASED
               MOVE "ERASED" TO MEM-NAME
               MOVE SPACES TO MEM-ADDR-1
               MOVE SPACES TO MEM-ADDR-2
               MOVE SPACES TO MEM-ADDR-3
               MOVE SPACES TO MEM-PHONE
               MOVE SPACES TO MEM-EMAIL
               MOVE ZERO TO MEM-BIRTH-DATE
               MOVE SPACE TO MEM-ADDRESS-STATUS
               MOVE ZERO TO MEM-GONE-AWAY-DATE
               MOVE SPACES TO MEM-RETURNED-DOC
               ADD 1 TO WS-MASKED-COUNT
           END-IF
           PERFORM START-EXTRACT-ROW
           MOVE MEM-DB-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-NAME TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-ADDR-1 TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-ADDR-2 TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-ADDR-3 TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-PHONE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-EMAIL TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-BIRTH-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE MEM-ADDRESS-STATUS TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE MEM-GONE-AWAY-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE MEM-RETURNED-DOC TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE WS-ERASED-SWITCH TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           PERFORM WRITE-EXTRACT-ROW.

      * -- payment.txt. Every row goes, reversals and reallocations
      *    included - the hash is a control total over the file as
      *    it stands, not a balance.
       EXTRACT-PAYMENTS.
           MOVE "payment.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "DB_ID,AMOUNT,PAY_DATE,PAY_TIME,OPERATOR,"
                   "RECEIPT_NO,BRANCH,METHOD,CHEQUE_NO,DRAWER,"
                   "PAY_TYPE,REALLOC_REF"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT PaymentFile
           MOVE WS-PAY-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PaymentFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-PAYMENT-ROW
                   END-READ
               END-PERFORM
               CLOSE PaymentFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-PAYMENT-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE PAY-DB-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE PAY-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE PAY-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE PAY-TIME TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE PAY-OPERATOR TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE PAY-RECEIPT-NO TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE PAY-BRANCH TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE PAY-METHOD TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE PAY-CHEQUE-NO TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE PAY-DRAWER TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE PAY-TYPE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE PAY-REALLOC-REF TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           ADD PAY-AMOUNT TO WS-XTR-HASH
           PERFORM WRITE-EXTRACT-ROW.

      * -- invmast.txt.
       EXTRACT-INVOICES.
           MOVE "invmast.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "INV_NO,DB_ID,INV_DATE,AMOUNT,TAX,ALLOCATED,"
                   "INV_STATE,SOURCE"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT InvoiceFile
           MOVE WS-INV-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ InvoiceFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-INVOICE-ROW
                   END-READ
               END-PERFORM
               CLOSE InvoiceFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-INVOICE-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE INV-NO TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE INV-DB-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE INV-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE INV-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE INV-TAX TO WS-ED-TAX
           MOVE WS-ED-TAX TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE INV-ALLOCATED TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE INV-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE INV-SOURCE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           ADD INV-AMOUNT TO WS-XTR-HASH
           PERFORM WRITE-EXTRACT-ROW.

      * -- refund.txt. The bank details of an erased member are
      *    personal data too, and go out blank.
       EXTRACT-REFUNDS.
           MOVE "refund.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "REF_STATE,DB_ID,AMOUNT,RAISED_DATE,RAISED_BY,"
                   "PAID_DATE,PAID_BY,RECEIPT_NO,BRANCH,METHOD,"
                   "BANK_SORT,BANK_ACCOUNT,BATCH_NO,BATCH_ITEM"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT RefundFile
           MOVE WS-REF-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RefundFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-REFUND-ROW
                   END-READ
               END-PERFORM
               CLOSE RefundFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-REFUND-ROW.
           MOVE REF-DB-ID TO WS-CHECK-ID
           PERFORM CHECK-ID-ERASED
           IF WS-ID-ERASED
               MOVE SPACES TO REF-BANK-SORT
               MOVE SPACES TO REF-BANK-ACCOUNT
           END-IF
           PERFORM START-EXTRACT-ROW
           MOVE REF-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE REF-DB-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE REF-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE REF-RAISED-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE REF-RAISED-BY TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE REF-PAID-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE REF-PAID-BY TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE REF-RECEIPT-NO TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE REF-BRANCH TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE REF-METHOD TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE REF-BANK-SORT TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE REF-BANK-ACCOUNT TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE REF-BATCH-NO TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE REF-BATCH-ITEM TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           ADD REF-AMOUNT TO WS-XTR-HASH
           PERFORM WRITE-EXTRACT-ROW.

      * -- renewled.txt.
       EXTRACT-RENEWAL-LEDGER.
           MOVE "renewled.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "DB_ID,RENEWAL_DATE,FEE,OPERATOR,CURRENCY,TAX,"
                   "BRANCH"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT RenewalLedgerFile
           MOVE WS-RNL-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RenewalLedgerFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-RENEWAL-ROW
                   END-READ
               END-PERFORM
               CLOSE RenewalLedgerFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-RENEWAL-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE RNL-DB-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE RNL-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE RNL-FEE TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE RNL-OPERATOR TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE RNL-CURRENCY TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE RNL-TAX TO WS-ED-TAX
           MOVE WS-ED-TAX TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE RNL-BRANCH TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           ADD RNL-FEE TO WS-XTR-HASH
           PERFORM WRITE-EXTRACT-ROW.

      * -- employee.txt. No money column - the hash stays zero.
       EXTRACT-EMPLOYEES.
           MOVE "employee.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "EMPLOYEE_ID,FIRST_NAME,LAST_NAME,AGE,STATUS,"
                   "DEPT,DEDUCT_CONSENT"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT EmployeeFile
           MOVE WS-EMP-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ EmployeeFile NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-EMPLOYEE-ROW
                   END-READ
               END-PERFORM
               CLOSE EmployeeFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-EMPLOYEE-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE EMPLOYEE-ID TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE FIRST-NAME TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE LAST-NAME TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE EMPLOYEE-AGE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE EMPLOYEE-STATUS TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE EMPLOYEE-DEPT TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE EMPLOYEE-DEDUCT-CONSENT TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           PERFORM WRITE-EXTRACT-ROW.

      * -- itemcat.txt. The hash is the sum of the unit values.
       EXTRACT-ITEM-CATALOG.
           MOVE "itemcat.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "ITEM_CODE,DESCRIPTION,CATEGORY,UNIT_VALUE,"
                   "ON_HAND,SERVICE_DAYS,OUT_OF_SERVICE,SERIAL,"
                   "ACQUIRE_DATE,LIFE_MONTHS,REORDER_POINT,"
                   "REORDER_QTY"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT ItemCatalogFile
           MOVE WS-CAT-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ItemCatalogFile NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-CATALOG-ROW
                   END-READ
               END-PERFORM
               CLOSE ItemCatalogFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-CATALOG-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE CAT-ITEM-CODE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE CAT-ITEM-DESC TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE CAT-ITEM-CATEGORY TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE CAT-UNIT-VALUE TO WS-ED-TAX
           MOVE WS-ED-TAX TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE CAT-ON-HAND TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE CAT-SERVICE-DAYS TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE CAT-OOS-FLAG TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE CAT-SERIAL-FLAG TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE CAT-ACQUIRE-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE CAT-LIFE-MONTHS TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE CAT-REORDER-POINT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE CAT-REORDER-QTY TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           ADD CAT-UNIT-VALUE TO WS-XTR-HASH
           PERFORM WRITE-EXTRACT-ROW.

      * -- itemissue.txt. The hash is the sum of the deposits.
       EXTRACT-ISSUED-ITEMS.
           MOVE "itemissue.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "ITEM_ID,EMPLOYEE_ID,ITEM_CODE,ITEM_NAME,"
                   "CATEGORY,QUANTITY,ITEM_STATE,RETURN_DATE,"
                   "DUE_DATE,BRANCH,KIT_CODE,KIT_REF,BORROWER_ID,"
                   "DEPOSIT,DEPOSIT_STATE,DEPOSIT_RECEIPT"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT IssuedItemFile
           MOVE WS-ITEM-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ IssuedItemFile NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-ISSUED-ITEM-ROW
                   END-READ
               END-PERFORM
               CLOSE IssuedItemFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-ISSUED-ITEM-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE ITEM-ID TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE ITEM-EMPLOYEE-ID TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE ITEM-CODE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-NAME TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-CATEGORY TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-QUANTITY TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE ITEM-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-RETURN-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE ITEM-DUE-DATE TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE ITEM-BRANCH TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-KIT-CODE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-KIT-REF TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE ITEM-BORROWER-ID TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-DEPOSIT TO WS-ED-TAX
           MOVE WS-ED-TAX TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           MOVE ITEM-DEPOSIT-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE ITEM-DEPOSIT-RECEIPT TO WS-FLD-TEXT
           PERFORM PUT-PLAIN-FIELD
           ADD ITEM-DEPOSIT TO WS-XTR-HASH
           PERFORM WRITE-EXTRACT-ROW.

      * -- sponsor.txt. No money column - the hash stays zero.
       EXTRACT-SPONSORS.
           MOVE "sponsor.txt" TO WS-SRC-NAME
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "SPONSOR_CODE,NAME,ADDR_1,ADDR_2,ADDR_3,STATE"
                   DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT SponsorFile
           MOVE WS-SPN-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SponsorFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-SPONSOR-ROW
                   END-READ
               END-PERFORM
               CLOSE SponsorFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-SPONSOR-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE SPN-CODE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE SPN-NAME TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE SPN-ADDR-1 TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE SPN-ADDR-2 TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE SPN-ADDR-3 TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE SPN-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           PERFORM WRITE-EXTRACT-ROW.

      * -- branch.txt. No money column - the hash stays zero.
       EXTRACT-BRANCHES.
           MOVE "branch.txt" TO WS-SRC-NAME
           MOVE "BRANCH_CODE,NAME,STATE" TO WS-HEADER-TEXT
           PERFORM OPEN-EXTRACT-FILE
           OPEN INPUT BranchFile
           MOVE WS-BRN-STATUS TO WS-SOURCE-STATUS
           IF WS-SOURCE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ BranchFile
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PUT-BRANCH-ROW
                   END-READ
               END-PERFORM
               CLOSE BranchFile
           ELSE
               PERFORM NOTE-SOURCE-NOT-READ
           END-IF
           PERFORM CLOSE-EXTRACT-FILE.

       PUT-BRANCH-ROW.
           PERFORM START-EXTRACT-ROW
           MOVE BRN-CODE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE BRN-NAME TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           MOVE BRN-STATE TO WS-FLD-TEXT
           PERFORM PUT-TEXT-FIELD
           PERFORM WRITE-EXTRACT-ROW.

      * The extract for one source is always written, header row
      * and all, even when the source is not there - the warehouse
      * load finds every file every night and reads the manifest
      * for why one is empty.
       OPEN-EXTRACT-FILE.
           MOVE ZERO TO WS-XTR-COUNT
           MOVE ZERO TO WS-XTR-HASH
           MOVE "OK" TO WS-SRC-STATE
           MOVE SPACES TO WS-EXTRACT-BASE
           STRING WS-SRC-NAME DELIMITED BY "."
                   ".csv" DELIMITED BY SIZE
                   INTO WS-EXTRACT-BASE
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING WS-EXTRACT-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-EXTRACT-BASE DELIMITED BY SPACE
                   INTO WS-EXTRACT-NAME
           OPEN OUTPUT ExtractFile
           IF WS-XTR-STATUS NOT = "00"
               DISPLAY "Extract " WS-EXTRACT-NAME " could not be "
                       "opened - status " WS-XTR-STATUS
                       " - extract abandoned."
               CLOSE ManifestFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HEADER-TEXT TO EXTRACT-LINE
           WRITE EXTRACT-LINE.

       CLOSE-EXTRACT-FILE.
           CLOSE ExtractFile
           ADD 1 TO WS-FILE-COUNT
           ADD WS-XTR-COUNT TO WS-TOTAL-COUNT
           ADD WS-XTR-HASH  TO WS-TOTAL-HASH
           MOVE WS-XTR-COUNT TO WS-ED-COUNT
           MOVE WS-XTR-HASH  TO WS-ED-HASH
           MOVE SPACES TO MANIFEST-LINE
           STRING WS-SRC-NAME DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-EXTRACT-BASE DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-SRC-STATE DELIMITED BY SPACE
                   "," WS-ED-COUNT "," WS-ED-HASH "," WS-BUSDATE
                   DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           DISPLAY "  extracted " WS-SRC-NAME " " WS-XTR-COUNT
                   " record(s) " WS-SRC-STATE.

      * A source that is simply not there yet (status 35) is a
      * MISSING row on the manifest; any other failure to open it
      * is an ERROR that fails the step.
       NOTE-SOURCE-NOT-READ.
           IF WS-SOURCE-STATUS = "35"
               MOVE "MISSING" TO WS-SRC-STATE
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               MOVE "ERROR" TO WS-SRC-STATE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-LOG-TEXT
               STRING WS-SRC-NAME DELIMITED BY SPACE
                       " could not be opened - status "
                       WS-SOURCE-STATUS " - not extracted"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               DISPLAY WS-LOG-TEXT
               MOVE "ERROR" TO WS-LOG-SEVERITY
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF.

       START-EXTRACT-ROW.
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-LINE-PTR.

       WRITE-EXTRACT-ROW.
           WRITE EXTRACT-LINE
           IF WS-XTR-STATUS NOT = "00"
               DISPLAY "WRITE to " WS-EXTRACT-NAME " failed - status "
                       WS-XTR-STATUS
           END-IF
           ADD 1 TO WS-XTR-COUNT.

      * A text column travels quoted, any double quote inside it
      * turned to a single one so it cannot close the column early.
       PUT-TEXT-FIELD.
           INSPECT WS-FLD-TEXT REPLACING ALL '"' BY "'"
           PERFORM FIND-FIELD-LENGTH
           PERFORM PUT-FIELD-SEPARATOR
           STRING '"' DELIMITED BY SIZE
                   INTO EXTRACT-LINE WITH POINTER WS-LINE-PTR
           IF WS-FLD-LEN > ZERO
               STRING WS-FLD-TEXT(1:WS-FLD-LEN) DELIMITED BY SIZE
                       INTO EXTRACT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           STRING '"' DELIMITED BY SIZE
                   INTO EXTRACT-LINE WITH POINTER WS-LINE-PTR.

      * Numbers, dates and amounts travel bare.
       PUT-PLAIN-FIELD.
           PERFORM FIND-FIELD-LENGTH
           PERFORM PUT-FIELD-SEPARATOR
           IF WS-FLD-LEN > ZERO
               STRING WS-FLD-TEXT(1:WS-FLD-LEN) DELIMITED BY SIZE
                       INTO EXTRACT-LINE WITH POINTER WS-LINE-PTR
           END-IF.

       PUT-FIELD-SEPARATOR.
           IF WS-LINE-PTR > 1
               STRING "," DELIMITED BY SIZE
                       INTO EXTRACT-LINE WITH POINTER WS-LINE-PTR
           END-IF.

       FIND-FIELD-LENGTH.
           MOVE 40 TO WS-FLD-LEN
           MOVE "N" TO WS-FLD-END-SWITCH
           PERFORM UNTIL WS-FLD-LEN = ZERO OR WS-FLD-END-FOUND
               IF WS-FLD-TEXT(WS-FLD-LEN:1) NOT = SPACE
                   SET WS-FLD-END-FOUND TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-FLD-LEN
               END-IF
           END-PERFORM.

       LOAD-ERASED-IDS.
           MOVE ZERO TO WS-ERASED-COUNT
           OPEN INPUT EraseQueueFile
           IF WS-ERQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ EraseQueueFile
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ERQ-STATE-APPLIED AND WS-ERASED-COUNT < 2000
                           ADD 1 TO WS-ERASED-COUNT
                           MOVE ERQ-DB-ID
                               TO WS-ERASED-ID(WS-ERASED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EraseQueueFile
           MOVE "N" TO WS-EOF-SWITCH.

       CHECK-ID-ERASED.
           MOVE "N" TO WS-ERASED-SWITCH
           PERFORM VARYING WS-ERASED-IDX FROM 1 BY 1
                   UNTIL WS-ERASED-IDX > WS-ERASED-COUNT
                       OR WS-ID-ERASED
               IF WS-ERASED-ID(WS-ERASED-IDX) = WS-CHECK-ID
                   SET WS-ID-ERASED TO TRUE
               END-IF
           END-PERFORM.

       END PROGRAM S167.
