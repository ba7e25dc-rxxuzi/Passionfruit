      *                    the amount actually applied - the group
      *                    bill used to sit open with nothing
      *                    allocated for good.
      *   2024-08-02  rxz  Each member's share of a group payment now
      *                    also posts to their balance master row
      *                    (balmast.txt) through BALUPD, and the group
      *                    invoice, payment and statement read each
      *                    covered member's balance from the master
      *                    instead of re-summing the ledgers.
      *   2024-09-28  rxz  Each audit.txt entry is stamped through
      *                    AUDCHN with its sequence number, digest and
      *                    chain link before it is written.
      *   2024-11-29  rxz  New receipts now clear PAY-REALLOC-REF so a
      *                    row never carries a reallocation reference it
      *                    was not written with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S095.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT ReceiptCtlFile ASSIGN TO "./../rcptctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  PaymentFile.
           COPY PAYREC.

       FD  BalanceFile.
           COPY BALREC.

       FD  ReceiptCtlFile.
       01  ReceiptCtlRec              PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID-ENV                PIC X(07).
       01  WS-CHN-ACTION                PIC X(08).
       01  WS-CHN-AREA.
           05  WS-CHN-PREV-CHAIN        PIC 9(10).
           05  WS-CHN-DIGEST            PIC 9(10).
           05  WS-CHN-CHAIN             PIC 9(10).
       01  WS-SPN-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-RCPT-CTL-STATUS           PIC XX.
       01  WS-INV-STATUS                PIC XX.
       01  WS-INVCTL-STATUS             PIC XX.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SPN-EOF-SWITCH            PIC X(01).
           88  WS-SPN-END-OF-FILE       VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-LIST-COUNT                PIC 9(04).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-OPERATOR-ID               PIC 9(05).
       01  WS-MEMBER-BALANCE            PIC S9(09)V99.
       01  WS-GROUP-TOTAL               PIC 9(11)V99.
       01  WS-LAST-INVOICE-NO           PIC 9(07).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S095".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
                   MOVE SPACES                TO PAY-CHEQUE-NO
                   MOVE SPACES                TO PAY-DRAWER
                   MOVE "P"                   TO PAY-TYPE
                   MOVE ZERO                  TO PAY-REALLOC-REF
                   WRITE PAYMENT-RECORD
                   IF WS-PAY-STATUS = "00"
                       PERFORM POST-PAYMENT-TO-BALANCE
                   END-IF
                   SUBTRACT WS-ALLOC-PORTION FROM WS-GROUP-AMOUNT
                   DISPLAY "  " WS-ALLOC-PORTION " to "
                           WS-MBR-ID(WS-MBR-IDX) " receipt "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "balmast.txt could not be opened - status "
                       WS-BAL-STATUS " - run S124 to rebuild it."
               CLOSE DatabaseFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF DB-LAYOUT-CURRENT AND DB-STATUS-ACTIVE
               END-IF
               PERFORM READ-NEXT-RECORD
           END-PERFORM
           CLOSE BalanceFile
           CLOSE DatabaseFile.

       READ-NEXT-RECORD.
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The member's balance as the balance master carries it - the
      * S069 convention, kept current by every posting program. A
      * registration no money has moved on has no row and owes
      * nothing.
       COMPUTE-MEMBER-BALANCE.
           MOVE ZERO TO WS-MEMBER-BALANCE
           MOVE WS-WORK-ID TO BAL-DB-ID
           READ BalanceFile KEY IS BAL-DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-BALANCE TO WS-MEMBER-BALANCE
           END-READ.

      * One invoice-master row for the group bill, keyed
           WRITE InvoiceCtlRec
           CLOSE InvoiceCtlFile.

      * The payment row just written moves the member's balance
      * master - a reversing row takes the money back off.
       POST-PAYMENT-TO-BALANCE.
           MOVE "PAYMENT"  TO WS-BAL-KIND
           MOVE PAY-DB-ID  TO WS-BAL-DB-ID
           IF PAY-REVERSING
               COMPUTE WS-BAL-AMOUNT = ZERO - PAY-AMOUNT
           ELSE
               MOVE PAY-AMOUNT TO WS-BAL-AMOUNT
           END-IF
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT.

       ASSIGN-NEXT-RECEIPT-NO.
           MOVE ZERO TO WS-LAST-RECEIPT-NO
           OPEN INPUT ReceiptCtlFile
           IF WS-RUN-ID-ENV IS NUMERIC
               MOVE WS-RUN-ID-ENV TO AUD-RUN-ID
           END-IF
      *    The entry takes its sequence number and chain link last,
      *    once every other field is final.
           MOVE "STAMP" TO WS-CHN-ACTION
           CALL "AUDCHN" USING WS-CHN-ACTION AUDIT-RECORD WS-CHN-AREA
           WRITE AUDIT-RECORD
           CLOSE AuditFile.

