      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-11
      * Purpose: Outbound bank payments. Refunds S041 approved for
      *          transfer and payables S117 approved for payment used
      *          to be keyed into the bank's website one at a time.
      *          The Payment run (supervisor) gathers every refund
      *          due by transfer and every approved payable due by
      *          the chosen date into one numbered batch (bankctl.txt
      *          counter) in the bank's upload layout (bankpay.txt,
      *          BANKPAY: header, details, count-and-amount trailer),
      *          puts each item on the payment register (bankreg.txt,
      *          BNKREG) and marks the refund or payable sent. The
      *          Confirmation import (supervisor) reads the bank's
      *          answer (bankconf.txt, BNKCONF): a paid item is
      *          marked paid on the register and on its refund or
      *          payable, with the bank's value date; a rejected
      *          item goes back to due for the next run and raises
      *          an operator alert. Nothing is ever marked paid
      *          without the bank's row behind it. The Register
      *          report prints a batch, or all of them, through
      *          RPTWRT.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-02  rxz  A refund the bank confirms paid now also
      *                    posts to the member's balance master
      *                    (balmast.txt) through BALUPD.
      *   2024-08-23  rxz  The refund-paid letter now asks the CONSENT
      *                    subprogram first: a member who has opted out
      *                    of service contact is not written to and is
      *                    counted as suppressed on the import summary;
      *                    a member who prefers email gets a REFUND
      *                    notification instead of the letter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S118.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

           SELECT RefundWorkFile ASSIGN TO "./../refbwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFW-STATUS.

           SELECT PayableFile ASSIGN TO "./../apledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

           SELECT PayableWorkFile ASSIGN TO "./../apwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APW-STATUS.

           SELECT SupplierFile ASSIGN TO "./../supplier.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

           SELECT BankPayFile ASSIGN TO "./../bankpay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BPF-STATUS.

           SELECT BankRegisterFile ASSIGN TO "./../bankreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRG-STATUS.

           SELECT BankRegisterWorkFile ASSIGN TO "./../bankrgwk.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRGW-STATUS.

           SELECT BankConfFile ASSIGN TO "./../bankconf.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCF-STATUS.

           SELECT BankCtlFile ASSIGN TO "./../bankctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT OperAlertFile ASSIGN TO "./../operalert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RefundFile.
           COPY REFREC.

       FD  RefundWorkFile.
           COPY REFREC REPLACING
               ==REFUND-RECORD== BY ==REFUND-WORK-RECORD==
               LEADING ==REF== BY ==RWK==.

       FD  PayableFile.
           COPY APREC.

       FD  PayableWorkFile.
           COPY APREC REPLACING
               ==PAYABLE-RECORD== BY ==PAYABLE-WORK-RECORD==
               LEADING ==AP== BY ==APW==.

       FD  SupplierFile.
           COPY SUPREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  BankPayFile.
           COPY BANKPAY.

       FD  BankRegisterFile.
           COPY BNKREG.

       FD  BankRegisterWorkFile.
           COPY BNKREG REPLACING
               ==BANK-REGISTER-RECORD== BY ==BANK-REGISTER-WORK-RECORD==
               LEADING ==BRG== BY ==BRW==.

       FD  BankConfFile.
           COPY BNKCONF.

       FD  BankCtlFile.
       01  BankCtlRec                   PIC 9(05).

       FD  OperAlertFile.
       01  ALERT-LINE                   PIC X(80).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-REF-STATUS                PIC XX.
       01  WS-REFW-STATUS               PIC XX.
       01  WS-AP-STATUS                 PIC XX.
       01  WS-APW-STATUS                PIC XX.
       01  WS-SUP-STATUS                PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-BPF-STATUS                PIC XX.
       01  WS-BRG-STATUS                PIC XX.
       01  WS-BRGW-STATUS               PIC XX.
       01  WS-BCF-STATUS                PIC XX.
       01  WS-CTL-STATUS                PIC XX.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SUP-EOF-SWITCH            PIC X(01).
           88  WS-SUP-END-OF-FILE       VALUE "Y".
       01  WS-MEM-OPEN-SWITCH           PIC X(01).
           88  WS-MEM-OPEN              VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-PAY-BY-ENTRY              PIC X(08).
       01  WS-PAY-BY-DATE               PIC 9(08).
       01  WS-BATCH-NO                  PIC 9(05).
       01  WS-BATCH-ENTRY               PIC X(05).
       01  WS-WANTED-BATCH              PIC 9(05).
       01  WS-ITEM-COUNT                PIC 9(05).
       01  WS-BATCH-TOTAL               PIC 9(11)V99.
       01  WS-REFUND-SENT-COUNT         PIC 9(05).
       01  WS-PAYABLE-SENT-COUNT        PIC 9(05).
       01  WS-SKIPPED-COUNT             PIC 9(05).
       01  WS-PAYEE-NAME                PIC X(30).
       01  WS-REF-FILE-NAME    PIC X(20) VALUE "./../refund.txt".
       01  WS-REFW-FILE-NAME   PIC X(20) VALUE "./../refbwork.txt".
       01  WS-AP-FILE-NAME     PIC X(20) VALUE "./../apledger.txt".
       01  WS-APW-FILE-NAME    PIC X(20) VALUE "./../apwork.txt".
       01  WS-BPF-FILE-NAME    PIC X(20) VALUE "./../bankpay.txt".
       01  WS-BRG-FILE-NAME    PIC X(20) VALUE "./../bankreg.txt".
       01  WS-BRGW-FILE-NAME   PIC X(20) VALUE "./../bankrgwk.txt".
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-ALERT-TEXT                PIC X(80).

      * Supplier bank details, loaded for the payables.
       01  WS-SUPPLIER-TABLE.
           05  WS-SPL OCCURS 200 TIMES
                   INDEXED BY WS-SPL-IDX.
               10  WS-SPL-CODE          PIC X(06).
               10  WS-SPL-NAME          PIC X(30).
               10  WS-SPL-SORT          PIC X(08).
               10  WS-SPL-ACCOUNT       PIC X(20).
       01  WS-SUPPLIER-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-SPL-FOUND-SWITCH          PIC X(01).
           88  WS-SPL-FOUND             VALUE "Y".

      * The bank's answers, matched to the register by batch and
      * item and then carried to the refund or payable behind it.
       01  WS-CONF-TABLE.
           05  WS-CNF OCCURS 500 TIMES
                   INDEXED BY WS-CNF-IDX.
               10  WS-CNF-BATCH-NO      PIC 9(05).
               10  WS-CNF-ITEM-NO       PIC 9(05).
               10  WS-CNF-RESULT        PIC X(01).
               10  WS-CNF-VALUE-DATE    PIC 9(08).
               10  WS-CNF-REASON        PIC X(20).
               10  WS-CNF-APPLIED       PIC X(01).
       01  WS-CONF-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-CNF-FOUND-SWITCH          PIC X(01).
           88  WS-CNF-FOUND             VALUE "Y".
       01  WS-FIND-BATCH-NO             PIC 9(05).
       01  WS-FIND-ITEM-NO              PIC 9(05).
       01  WS-PAID-COUNT                PIC 9(05).
       01  WS-PAID-TOTAL                PIC 9(11)V99.
       01  WS-REJECTED-COUNT            PIC 9(05).
       01  WS-REJECTED-TOTAL            PIC 9(11)V99.
       01  WS-UNMATCHED-COUNT           PIC 9(05).

      * Register report totals.
       01  WS-RPT-SENT-TOTAL            PIC 9(11)V99.
       01  WS-RPT-PAID-TOTAL            PIC 9(11)V99.
       01  WS-RPT-REJECTED-TOTAL        PIC 9(11)V99.
       01  WS-RPT-COUNT                 PIC 9(05).

       01  WS-LTR-TEMPLATE-ID           PIC X(08) VALUE "REFUND".
       01  WS-LTR-DB-ID                 PIC X(20).
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S118".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08) VALUE "REFUND".
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S118".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
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
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S118".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S118 - BANK PAYMENTS"
               DISPLAY "=============================================="
               DISPLAY "P=Payment run  C=Confirmation import  "
                       "R=Register report  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "P"
                   WHEN "p"
                       PERFORM PAYMENT-RUN
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONFIRMATION-IMPORT
                   WHEN "R"
                   WHEN "r"
                       PERFORM REGISTER-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * One batch: refunds due by transfer, then approved payables
      * due by the chosen date. The batch number is only taken from
      * bankctl.txt when something actually goes in the file, so
      * the bank never sees a gap.
       PAYMENT-RUN.
           PERFORM SUPERVISOR-SIGN-ON
           DISPLAY "Pay approved payables due on or before "
                   "(YYYYMMDD, blank = all approved): "
           ACCEPT WS-PAY-BY-ENTRY
           IF WS-PAY-BY-ENTRY = SPACES
               MOVE 99999999 TO WS-PAY-BY-DATE
           ELSE
               MOVE WS-PAY-BY-ENTRY TO WS-PAY-BY-DATE
           END-IF
           MOVE ZERO TO WS-BATCH-NO
           OPEN INPUT BankCtlFile
           IF WS-CTL-STATUS = "00"
               READ BankCtlFile INTO WS-BATCH-NO
               CLOSE BankCtlFile
           END-IF
           ADD 1 TO WS-BATCH-NO
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-BATCH-TOTAL
           MOVE ZERO TO WS-REFUND-SENT-COUNT
           MOVE ZERO TO WS-PAYABLE-SENT-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           PERFORM LOAD-SUPPLIER-BANKS

           OPEN OUTPUT BankPayFile
           IF WS-BPF-STATUS NOT = "00"
               DISPLAY "bankpay.txt could not be opened - status "
                       WS-BPF-STATUS " - no payment run."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BankRegisterFile
           IF WS-BRG-STATUS = "35"
               OPEN OUTPUT BankRegisterFile
           END-IF
           IF WS-BRG-STATUS NOT = "00"
               DISPLAY "bankreg.txt could not be opened - status "
                       WS-BRG-STATUS " - no payment run."
               CLOSE BankPayFile
               CALL "CBL_DELETE_FILE" USING WS-BPF-FILE-NAME
                       RETURNING WS-DEL-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BATCH-HEADER
           PERFORM GATHER-REFUNDS
           PERFORM GATHER-PAYABLES
           MOVE SPACES            TO BANK-PAYMENT-TRAILER
           MOVE "T"               TO BPT-REC-TYPE
           MOVE WS-BATCH-NO       TO BPT-BATCH-NO
           MOVE WS-ITEM-COUNT     TO BPT-ITEM-COUNT
           MOVE WS-BATCH-TOTAL    TO BPT-AMOUNT-TOTAL
           WRITE BANK-PAYMENT-TRAILER
           CLOSE BankRegisterFile
           CLOSE BankPayFile

           IF WS-ITEM-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-BPF-FILE-NAME
                       RETURNING WS-DEL-RESULT
               DISPLAY "Nothing due for payment by transfer - no "
                       "bank file written."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BankCtlFile
           MOVE WS-BATCH-NO TO BankCtlRec
           WRITE BankCtlRec
           CLOSE BankCtlFile

           DISPLAY "==================================================="
           DISPLAY "  BANK PAYMENT BATCH " WS-BATCH-NO " - "
                   WS-TODAY-DATE
           DISPLAY "==================================================="
           DISPLAY "Refunds sent              : " WS-REFUND-SENT-COUNT
           DISPLAY "Payables sent             : "
                   WS-PAYABLE-SENT-COUNT
           DISPLAY "Items in batch            : " WS-ITEM-COUNT
           DISPLAY "Batch total               : " WS-BATCH-TOTAL
           DISPLAY "Left out (no bank details): " WS-SKIPPED-COUNT
           DISPLAY "Bank file                 : bankpay.txt"
           DISPLAY "==================================================="
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Bank batch " WS-BATCH-NO " written: "
                   WS-ITEM-COUNT " item(s) for " WS-BATCH-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       WRITE-BATCH-HEADER.
           MOVE "BANK-ORIGINATOR" TO WS-CFG-NAME
           MOVE "0000000000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE SPACES               TO BANK-PAYMENT-HEADER
           MOVE "H"                  TO BPH-REC-TYPE
           MOVE WS-BATCH-NO          TO BPH-BATCH-NO
           MOVE WS-CFG-VALUE(1:10)   TO BPH-ORIGINATOR
           MOVE WS-TODAY-DATE        TO BPH-CREATE-DATE
           ACCEPT BPH-CREATE-TIME FROM TIME
           WRITE BANK-PAYMENT-HEADER.

      * Refunds S041 approved for transfer and still due. A row with
      * no account on it stays due and is named on the console.
       GATHER-REFUNDS.
           OPEN INPUT RefundFile
           IF WS-REF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RefundWorkFile
           IF WS-REFW-STATUS NOT = "00"
               DISPLAY "refbwork.txt could not be opened - status "
                       WS-REFW-STATUS " - refunds left out."
               CLOSE RefundFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MEM-OPEN-SWITCH
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REFUND
           PERFORM UNTIL WS-END-OF-FILE
               IF REF-STATE-DUE AND REF-METHOD-TRANSFER
                   PERFORM SEND-ONE-REFUND
               END-IF
               MOVE REFUND-RECORD TO REFUND-WORK-RECORD
               WRITE REFUND-WORK-RECORD
               PERFORM READ-NEXT-REFUND
           END-PERFORM
           IF WS-MEM-OPEN
               CLOSE MemberDetailsFile
           END-IF
           CLOSE RefundWorkFile
           CLOSE RefundFile
           CALL "CBL_DELETE_FILE" USING WS-REF-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-REFW-FILE-NAME
                   WS-REF-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated refunds are at "
                       "refbwork.txt; restore them by hand."
           END-IF.

       SEND-ONE-REFUND.
           IF REF-BANK-ACCOUNT = SPACES
               DISPLAY "Refund for " REF-DB-ID " has no bank "
                       "account - left out of the batch."
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE REF-DB-ID TO WS-PAYEE-NAME
           IF WS-MEM-OPEN
               MOVE REF-DB-ID TO MEM-DB-ID
               READ MemberDetailsFile KEY IS MEM-DB-ID
                   NOT INVALID KEY
                       IF MEM-NAME NOT = SPACES
                           MOVE MEM-NAME TO WS-PAYEE-NAME
                       END-IF
               END-READ
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-REFUND-SENT-COUNT
           ADD REF-AMOUNT TO WS-BATCH-TOTAL
           MOVE SPACES            TO BANK-PAYMENT-RECORD
           SET BPF-REC-DETAIL     TO TRUE
           MOVE WS-BATCH-NO       TO BPF-BATCH-NO
           MOVE WS-ITEM-COUNT     TO BPF-ITEM-NO
           MOVE REF-BANK-SORT     TO BPF-PAYEE-SORT
           MOVE REF-BANK-ACCOUNT  TO BPF-PAYEE-ACCOUNT
           MOVE WS-PAYEE-NAME     TO BPF-PAYEE-NAME
           MOVE REF-AMOUNT        TO BPF-AMOUNT
           MOVE REF-DB-ID         TO BPF-REFERENCE
           WRITE BANK-PAYMENT-RECORD

           MOVE WS-BATCH-NO       TO BRG-BATCH-NO
           MOVE WS-ITEM-COUNT     TO BRG-ITEM-NO
           SET BRG-SOURCE-REFUND  TO TRUE
           MOVE REF-DB-ID         TO BRG-REFERENCE
           MOVE SPACES            TO BRG-SUPPLIER
           MOVE WS-PAYEE-NAME     TO BRG-PAYEE-NAME
           MOVE REF-BANK-SORT     TO BRG-PAYEE-SORT
           MOVE REF-BANK-ACCOUNT  TO BRG-PAYEE-ACCOUNT
           MOVE REF-AMOUNT        TO BRG-AMOUNT
           PERFORM WRITE-REGISTER-ROW

           SET REF-STATE-SENT     TO TRUE
           MOVE WS-BATCH-NO       TO REF-BATCH-NO
           MOVE WS-ITEM-COUNT     TO REF-BATCH-ITEM.

      * Payables S117 approved, due by the chosen date, to a
      * supplier whose bank details are on the master.
       GATHER-PAYABLES.
           OPEN INPUT PayableFile
           IF WS-AP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PayableWorkFile
           IF WS-APW-STATUS NOT = "00"
               DISPLAY "apwork.txt could not be opened - status "
                       WS-APW-STATUS " - payables left out."
               CLOSE PayableFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-PAYABLE
           PERFORM UNTIL WS-END-OF-FILE
               IF AP-STATE-APPROVED AND AP-DUE-DATE <= WS-PAY-BY-DATE
                   PERFORM SEND-ONE-PAYABLE
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
           END-IF.

       SEND-ONE-PAYABLE.
           MOVE "N" TO WS-SPL-FOUND-SWITCH
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SUPPLIER-COUNT OR WS-SPL-FOUND
               IF WS-SPL-CODE(WS-SPL-IDX) = AP-SUPPLIER
                   SET WS-SPL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SPL-FOUND
               SET WS-SPL-IDX DOWN BY 1
           END-IF
           IF NOT WS-SPL-FOUND
                   OR WS-SPL-ACCOUNT(WS-SPL-IDX) = SPACES
               DISPLAY "Supplier " AP-SUPPLIER " has no bank account "
                       "- invoice " AP-INVOICE-NO " left out."
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-PAYABLE-SENT-COUNT
           COMPUTE BPF-AMOUNT = AP-AMOUNT - AP-PAID-AMOUNT
           ADD BPF-AMOUNT TO WS-BATCH-TOTAL
           MOVE BPF-AMOUNT               TO BRG-AMOUNT
           MOVE SPACES                   TO BPF-REFERENCE
           SET BPF-REC-DETAIL            TO TRUE
           MOVE WS-BATCH-NO              TO BPF-BATCH-NO
           MOVE WS-ITEM-COUNT            TO BPF-ITEM-NO
           MOVE WS-SPL-SORT(WS-SPL-IDX)  TO BPF-PAYEE-SORT
           MOVE WS-SPL-ACCOUNT(WS-SPL-IDX) TO BPF-PAYEE-ACCOUNT
           MOVE WS-SPL-NAME(WS-SPL-IDX)  TO BPF-PAYEE-NAME
           MOVE AP-INVOICE-NO            TO BPF-REFERENCE
           WRITE BANK-PAYMENT-RECORD

           MOVE WS-BATCH-NO              TO BRG-BATCH-NO
           MOVE WS-ITEM-COUNT            TO BRG-ITEM-NO
           SET BRG-SOURCE-PAYABLE        TO TRUE
           MOVE AP-INVOICE-NO            TO BRG-REFERENCE
           MOVE AP-SUPPLIER              TO BRG-SUPPLIER
           MOVE WS-SPL-NAME(WS-SPL-IDX)  TO BRG-PAYEE-NAME
           MOVE WS-SPL-SORT(WS-SPL-IDX)  TO BRG-PAYEE-SORT
           MOVE WS-SPL-ACCOUNT(WS-SPL-IDX) TO BRG-PAYEE-ACCOUNT
           PERFORM WRITE-REGISTER-ROW

           SET AP-STATE-SENT             TO TRUE
           MOVE WS-BATCH-NO              TO AP-BATCH-NO
           MOVE WS-ITEM-COUNT            TO AP-BATCH-ITEM.

       WRITE-REGISTER-ROW.
           MOVE WS-TODAY-DATE     TO BRG-SENT-DATE
           MOVE WS-SIGNON-ID      TO BRG-SENT-BY
           SET BRG-STATE-SENT     TO TRUE
           MOVE ZERO              TO BRG-CONFIRM-DATE
           MOVE SPACES            TO BRG-REJECT-REASON
           WRITE BANK-REGISTER-RECORD
           IF WS-BRG-STATUS NOT = "00"
               DISPLAY "WRITE to bankreg.txt failed - status "
                       WS-BRG-STATUS
           END-IF.

       LOAD-SUPPLIER-BANKS.
           MOVE ZERO TO WS-SUPPLIER-COUNT
           MOVE "N" TO WS-SUP-EOF-SWITCH
           OPEN INPUT SupplierFile
           IF WS-SUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SUPPLIER
           PERFORM UNTIL WS-SUP-END-OF-FILE
               IF WS-SUPPLIER-COUNT < 200
                   ADD 1 TO WS-SUPPLIER-COUNT
                   SET WS-SPL-IDX TO WS-SUPPLIER-COUNT
                   MOVE SUP-CODE TO WS-SPL-CODE(WS-SPL-IDX)
                   MOVE SUP-NAME TO WS-SPL-NAME(WS-SPL-IDX)
                   MOVE SUP-BANK-SORT TO WS-SPL-SORT(WS-SPL-IDX)
                   MOVE SUP-BANK-ACCOUNT
                       TO WS-SPL-ACCOUNT(WS-SPL-IDX)
               END-IF
               PERFORM READ-NEXT-SUPPLIER
           END-PERFORM
           CLOSE SupplierFile.

      * The bank's file decides: the register first (only items
      * still "sent" take an answer, so a file imported twice does
      * nothing the second time), then the refunds and payables
      * the answered items stand for.
       CONFIRMATION-IMPORT.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-CONFIRMATIONS
           IF WS-CONF-COUNT = ZERO
               DISPLAY "No bank confirmations to import."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-PAID-TOTAL
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-REJECTED-TOTAL
           MOVE ZERO TO WS-UNMATCHED-COUNT
           PERFORM APPLY-TO-REGISTER
           PERFORM APPLY-TO-REFUNDS
           PERFORM APPLY-TO-PAYABLES
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONF-COUNT
               IF WS-CNF-APPLIED(WS-CNF-IDX) = "N"
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "No sent item for batch "
                           WS-CNF-BATCH-NO(WS-CNF-IDX) " item "
                           WS-CNF-ITEM-NO(WS-CNF-IDX)
                           " - confirmation ignored."
               END-IF
           END-PERFORM

           DISPLAY "==================================================="
           DISPLAY "  BANK CONFIRMATION IMPORT - " WS-TODAY-DATE
           DISPLAY "==================================================="
           DISPLAY "Items confirmed paid      : " WS-PAID-COUNT
           DISPLAY "Amount paid               : " WS-PAID-TOTAL
           DISPLAY "Items rejected            : " WS-REJECTED-COUNT
           DISPLAY "Amount rejected           : " WS-REJECTED-TOTAL
           DISPLAY "Confirmations not matched : " WS-UNMATCHED-COUNT
           DISPLAY "Refund letters suppressed : " WS-SUPPRESSED-COUNT
           DISPLAY "==================================================="
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Bank confirmations: " WS-PAID-COUNT " paid "
                   WS-PAID-TOTAL ", " WS-REJECTED-COUNT " rejected "
                   WS-REJECTED-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       LOAD-CONFIRMATIONS.
           MOVE ZERO TO WS-CONF-COUNT
           OPEN INPUT BankConfFile
           IF WS-BCF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CONFIRMATION
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-CONF-COUNT >= 500
                   DISPLAY "More than 500 confirmations - the rest "
                           "wait for the next import."
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   IF BCF-RESULT-PAID OR BCF-RESULT-REJECTED
                       ADD 1 TO WS-CONF-COUNT
                       SET WS-CNF-IDX TO WS-CONF-COUNT
                       MOVE BCF-BATCH-NO
                           TO WS-CNF-BATCH-NO(WS-CNF-IDX)
                       MOVE BCF-ITEM-NO TO WS-CNF-ITEM-NO(WS-CNF-IDX)
                       MOVE BCF-RESULT TO WS-CNF-RESULT(WS-CNF-IDX)
                       MOVE BCF-VALUE-DATE
                           TO WS-CNF-VALUE-DATE(WS-CNF-IDX)
                       MOVE BCF-REASON TO WS-CNF-REASON(WS-CNF-IDX)
                       MOVE "N" TO WS-CNF-APPLIED(WS-CNF-IDX)
                   ELSE
                       DISPLAY "Confirmation for batch " BCF-BATCH-NO
                               " item " BCF-ITEM-NO " has result '"
                               BCF-RESULT "' - ignored."
                   END-IF
                   PERFORM READ-NEXT-CONFIRMATION
               END-IF
           END-PERFORM
           CLOSE BankConfFile.

      * WS-FIND-BATCH-NO / WS-FIND-ITEM-NO in, WS-CNF-IDX out.
       FIND-CONFIRMATION.
           MOVE "N" TO WS-CNF-FOUND-SWITCH
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONF-COUNT OR WS-CNF-FOUND
               IF WS-CNF-BATCH-NO(WS-CNF-IDX) = WS-FIND-BATCH-NO
                       AND WS-CNF-ITEM-NO(WS-CNF-IDX)
                           = WS-FIND-ITEM-NO
                   SET WS-CNF-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CNF-FOUND
               SET WS-CNF-IDX DOWN BY 1
           END-IF.

       APPLY-TO-REGISTER.
           OPEN INPUT BankRegisterFile
           IF WS-BRG-STATUS NOT = "00"
               DISPLAY "bankreg.txt could not be opened - status "
                       WS-BRG-STATUS " - nothing imported."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BankRegisterWorkFile
           IF WS-BRGW-STATUS NOT = "00"
               DISPLAY "bankrgwk.txt could not be opened - status "
                       WS-BRGW-STATUS " - nothing imported."
               CLOSE BankRegisterFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REGISTER-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF BRG-STATE-SENT
                   MOVE BRG-BATCH-NO TO WS-FIND-BATCH-NO
                   MOVE BRG-ITEM-NO  TO WS-FIND-ITEM-NO
                   PERFORM FIND-CONFIRMATION
                   IF WS-CNF-FOUND
                       PERFORM ANSWER-REGISTER-ROW
                   END-IF
               END-IF
               MOVE BANK-REGISTER-RECORD TO BANK-REGISTER-WORK-RECORD
               WRITE BANK-REGISTER-WORK-RECORD
               PERFORM READ-NEXT-REGISTER-ROW
           END-PERFORM
           CLOSE BankRegisterWorkFile
           CLOSE BankRegisterFile
           CALL "CBL_DELETE_FILE" USING WS-BRG-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-BRGW-FILE-NAME
                   WS-BRG-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated register is at "
                       "bankrgwk.txt; restore it by hand."
           END-IF.

      * The source letter rides the table so the refund and payable
      * passes only act on answers the register accepted.
       ANSWER-REGISTER-ROW.
           MOVE BRG-SOURCE TO WS-CNF-APPLIED(WS-CNF-IDX)
           MOVE WS-CNF-VALUE-DATE(WS-CNF-IDX) TO BRG-CONFIRM-DATE
           IF WS-CNF-RESULT(WS-CNF-IDX) = "P"
               SET BRG-STATE-PAID TO TRUE
               ADD 1 TO WS-PAID-COUNT
               ADD BRG-AMOUNT TO WS-PAID-TOTAL
           ELSE
               SET BRG-STATE-REJECTED TO TRUE
               MOVE WS-CNF-REASON(WS-CNF-IDX) TO BRG-REJECT-REASON
               ADD 1 TO WS-REJECTED-COUNT
               ADD BRG-AMOUNT TO WS-REJECTED-TOTAL
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "S118: bank REJECTED batch " BRG-BATCH-NO
                       " item " BRG-ITEM-NO " " BRG-REFERENCE " - "
                       BRG-REJECT-REASON
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM RAISE-OPERATOR-ALERT
               MOVE "WARN " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Bank rejected batch " BRG-BATCH-NO " item "
                       BRG-ITEM-NO " (" BRG-REFERENCE ") - back to due"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF.

      * A paid refund is paid on the bank's value date; a rejected
      * one is due again, keeping its transfer approval so S041 can
      * correct the account or pay it at the desk.
       APPLY-TO-REFUNDS.
           OPEN INPUT RefundFile
           IF WS-REF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RefundWorkFile
           IF WS-REFW-STATUS NOT = "00"
               DISPLAY "refbwork.txt could not be opened - status "
                       WS-REFW-STATUS " - refunds NOT updated; the "
                       "register already shows the bank's answer."
               CLOSE RefundFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REFUND
           PERFORM UNTIL WS-END-OF-FILE
               IF REF-STATE-SENT
                   MOVE REF-BATCH-NO   TO WS-FIND-BATCH-NO
                   MOVE REF-BATCH-ITEM TO WS-FIND-ITEM-NO
                   PERFORM FIND-CONFIRMATION
                   IF WS-CNF-FOUND
                           AND WS-CNF-APPLIED(WS-CNF-IDX) = "R"
                       PERFORM ANSWER-REFUND
                   END-IF
               END-IF
               MOVE REFUND-RECORD TO REFUND-WORK-RECORD
               WRITE REFUND-WORK-RECORD
               PERFORM READ-NEXT-REFUND
           END-PERFORM
           CLOSE RefundWorkFile
           CLOSE RefundFile
           CALL "CBL_DELETE_FILE" USING WS-REF-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-REFW-FILE-NAME
                   WS-REF-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated refunds are at "
                       "refbwork.txt; restore them by hand."
           END-IF.

       ANSWER-REFUND.
           IF WS-CNF-RESULT(WS-CNF-IDX) = "P"
               SET REF-STATE-PAID TO TRUE
               MOVE WS-CNF-VALUE-DATE(WS-CNF-IDX) TO REF-PAID-DATE
               MOVE WS-SIGNON-ID TO REF-PAID-BY
               MOVE "REFUND"   TO WS-BAL-KIND
               MOVE REF-DB-ID  TO WS-BAL-DB-ID
               MOVE REF-AMOUNT TO WS-BAL-AMOUNT
               CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                       WS-BAL-AMOUNT
               PERFORM PRODUCE-REFUND-LETTER
           ELSE
               SET REF-STATE-DUE TO TRUE
               MOVE ZERO TO REF-BATCH-NO
               MOVE ZERO TO REF-BATCH-ITEM
           END-IF.

      * The member's confirmation, the S041 letter with the bank
      * batch in place of a desk receipt.
       PRODUCE-REFUND-LETTER.
           MOVE REF-DB-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE REF-DB-ID TO WS-LTR-DB-ID
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Refund paid: " REF-AMOUNT
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-1
           MOVE SPACES TO WS-LTR-FIELD-2
           STRING "By bank transfer, batch " REF-BATCH-NO
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-2
           MOVE SPACES TO WS-LTR-FIELD-3
           STRING "Paid on " REF-PAID-DATE
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-3
           IF WS-CNS-BY-EMAIL
               MOVE REF-DB-ID      TO WS-NTF-RECIPIENT
               MOVE WS-LTR-FIELD-1 TO WS-NTF-KEY-1
               MOVE WS-LTR-FIELD-2 TO WS-NTF-KEY-2
               CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                       WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           ELSE
               CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                       WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3
           END-IF.

      * A paid payable is settled in full on the value date; a
      * rejected one is approved again for the next run.
       APPLY-TO-PAYABLES.
           OPEN INPUT PayableFile
           IF WS-AP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PayableWorkFile
           IF WS-APW-STATUS NOT = "00"
               DISPLAY "apwork.txt could not be opened - status "
                       WS-APW-STATUS " - payables NOT updated; the "
                       "register already shows the bank's answer."
               CLOSE PayableFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-PAYABLE
           PERFORM UNTIL WS-END-OF-FILE
               IF AP-STATE-SENT
                   MOVE AP-BATCH-NO   TO WS-FIND-BATCH-NO
                   MOVE AP-BATCH-ITEM TO WS-FIND-ITEM-NO
                   PERFORM FIND-CONFIRMATION
                   IF WS-CNF-FOUND
                           AND WS-CNF-APPLIED(WS-CNF-IDX) = "A"
                       IF WS-CNF-RESULT(WS-CNF-IDX) = "P"
                           SET AP-STATE-PAID TO TRUE
                           MOVE AP-AMOUNT TO AP-PAID-AMOUNT
                           MOVE WS-CNF-VALUE-DATE(WS-CNF-IDX)
                               TO AP-PAID-DATE
                       ELSE
                           SET AP-STATE-APPROVED TO TRUE
                           MOVE ZERO TO AP-BATCH-NO
                           MOVE ZERO TO AP-BATCH-ITEM
                       END-IF
                   END-IF
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
           END-IF.

      * One batch or the whole register, with what is still waiting
      * on the bank, what it paid and what it sent back.
       REGISTER-REPORT.
           DISPLAY "Batch number (blank = all batches): "
           ACCEPT WS-BATCH-ENTRY
           MOVE ZERO TO WS-WANTED-BATCH
           IF WS-BATCH-ENTRY NOT = SPACES
               MOVE WS-BATCH-ENTRY TO WS-WANTED-BATCH
           END-IF
           MOVE ZERO TO WS-RPT-COUNT
           MOVE ZERO TO WS-RPT-SENT-TOTAL
           MOVE ZERO TO WS-RPT-PAID-TOTAL
           MOVE ZERO TO WS-RPT-REJECTED-TOTAL
           OPEN INPUT BankRegisterFile
           IF WS-BRG-STATUS NOT = "00"
               DISPLAY "No bank payments on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE "s118" TO WS-RPT-ID
           MOVE "BANK PAYMENT REGISTER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "BATCH ITEM  S REFERENCE            PAYEE          "
                   "       AMOUNT      ST"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REGISTER-ROW
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-WANTED-BATCH = ZERO
                       OR BRG-BATCH-NO = WS-WANTED-BATCH
                   PERFORM REPORT-ONE-REGISTER-ROW
               END-IF
               PERFORM READ-NEXT-REGISTER-ROW
           END-PERFORM
           CLOSE BankRegisterFile
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Items " WS-RPT-COUNT "  awaiting bank "
                   WS-RPT-SENT-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Paid " WS-RPT-PAID-TOTAL "  rejected "
                   WS-RPT-REJECTED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

       REPORT-ONE-REGISTER-ROW.
           ADD 1 TO WS-RPT-COUNT
           EVALUATE TRUE
               WHEN BRG-STATE-PAID
                   ADD BRG-AMOUNT TO WS-RPT-PAID-TOTAL
               WHEN BRG-STATE-REJECTED
                   ADD BRG-AMOUNT TO WS-RPT-REJECTED-TOTAL
               WHEN OTHER
                   ADD BRG-AMOUNT TO WS-RPT-SENT-TOTAL
           END-EVALUATE
           MOVE SPACES TO WS-RPT-TEXT
           STRING BRG-BATCH-NO " " BRG-ITEM-NO " " BRG-SOURCE " "
                   BRG-REFERENCE " " BRG-PAYEE-NAME(1:20) " "
                   BRG-AMOUNT " " BRG-STATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF BRG-STATE-REJECTED
               MOVE SPACES TO WS-RPT-TEXT
               STRING "            rejected " BRG-CONFIRM-DATE ": "
                       BRG-REJECT-REASON
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

       READ-NEXT-REFUND.
           READ RefundFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-PAYABLE.
           READ PayableFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-SUPPLIER.
           READ SupplierFile
               AT END
                   SET WS-SUP-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-REGISTER-ROW.
           READ BankRegisterFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-CONFIRMATION.
           READ BankConfFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       RAISE-OPERATOR-ALERT.
           OPEN EXTEND OperAlertFile
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT OperAlertFile
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALERT-TEXT TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE OperAlertFile.

      * Money leaves the bank on this program's word - only a
      * supervisor profile may run it, the S041 stance.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - bank payments need a "
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
               DISPLAY "Sign-on failed - run refused."
               STOP RUN
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

       END PROGRAM S118.
