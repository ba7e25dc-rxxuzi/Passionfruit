      *          separately - through RPTWRT, the page corporate
      *          members keep asking for.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-21  rxz  A late-fee invoice (source "L", from S069)
      *                    prints its charge as a late payment fee,
      *                    and one a supervisor waived prints WAIVED
      *                    with nothing due.
      *   2024-11-12  rxz  Credit notes S162 raised (crnote.txt) show
      *                    under the invoice they reduce on the
      *                    open-invoice register, with their count and
      *                    total at the foot, and on the invoice
      *                    document, where what was received is now
      *                    shown apart from what was credited.
      *   2024-11-15  rxz  An invoice for an event or course place
      *                    (source E, from S163) prints its charge as an
      *                    event fee.
      *   2024-11-18  rxz  An invoice S164 raises for an unreturned
      *                    member loan (source "M") is labelled as
      *                    unreturned equipment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S081.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT CreditNoteFile ASSIGN TO "./../crnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  CreditNoteFile.
           COPY CRNREC.

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS                PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-CRN-STATUS                PIC XX.
       01  WS-CRN-EOF-SWITCH            PIC X(01).
           88  WS-CRN-END-OF-FILE       VALUE "Y".
       01  WS-LIST-NOTES-SWITCH         PIC X(01).
           88  WS-LIST-NOTES            VALUE "Y".
       01  WS-INV-CREDITED              PIC 9(07)V99.
       01  WS-INV-RECEIVED              PIC 9(07)V99.
       01  WS-CREDIT-COUNT              PIC 9(05).
       01  WS-CREDIT-TOTAL              PIC 9(11)V99.
       01  WS-NOTE-TOTAL                PIC 9(07)V99.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       OPEN-INVOICE-REGISTER.
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-OPEN-TOTAL
           MOVE ZERO TO WS-CREDIT-COUNT
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
                           WS-INV-TOTAL-DUE " " WS-INV-OUTSTANDING
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   IF INV-ALLOCATED > ZERO
                       SET WS-LIST-NOTES TO TRUE
                       PERFORM SUM-INVOICE-CREDITS
                   END-IF
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Credit notes against them: " WS-CREDIT-COUNT
                   "   Credited: " WS-CREDIT-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Open invoices: " WS-OPEN-COUNT
                   "   Outstanding: " WS-OPEN-TOTAL
           MOVE SPACES TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           EVALUATE TRUE
               WHEN INV-SOURCE-LATEFEE
                   STRING "Late payment fee        : " INV-AMOUNT
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN INV-SOURCE-EVENT
                   STRING "Event or course fee     : " INV-AMOUNT
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN INV-SOURCE-LOAN
                   STRING "Unreturned equipment    : " INV-AMOUNT
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN OTHER
                   STRING "Membership fee          : " INV-AMOUNT
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-EVALUATE
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Tax                     : " INV-TAX
           STRING "Total billed            : " WS-INV-TOTAL-DUE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-LIST-NOTES-SWITCH
           PERFORM SUM-INVOICE-CREDITS
           COMPUTE WS-INV-RECEIVED = INV-ALLOCATED - WS-INV-CREDITED
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Received to date        : " WS-INV-RECEIVED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           IF WS-INV-CREDITED > ZERO
               SET WS-LIST-NOTES TO TRUE
               PERFORM SUM-INVOICE-CREDITS
               MOVE SPACES TO WS-RPT-TEXT
               STRING "Credited to date        : " WS-INV-CREDITED
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           COMPUTE WS-INV-OUTSTANDING
                   = WS-INV-TOTAL-DUE - INV-ALLOCATED
           IF INV-STATE-WAIVED
               MOVE ZERO TO WS-INV-OUTSTANDING
               MOVE SPACES TO WS-RPT-TEXT
               STRING "WAIVED - nothing further is due"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING "BALANCE DUE             : " WS-INV-OUTSTANDING
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-READ
           CLOSE MemberDetailsFile.

      * What S162's credit notes have taken off the invoice in
      * INVOICE-RECORD - fee and tax, both allocated to it - with a
      * line for each note when WS-LIST-NOTES is set.
       SUM-INVOICE-CREDITS.
           MOVE ZERO TO WS-INV-CREDITED
           MOVE "N" TO WS-CRN-EOF-SWITCH
           OPEN INPUT CreditNoteFile
           IF WS-CRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CREDIT-NOTE
           PERFORM UNTIL WS-CRN-END-OF-FILE
               IF CRN-INV-NO = INV-NO
                   COMPUTE WS-NOTE-TOTAL = CRN-AMOUNT + CRN-TAX
                   ADD WS-NOTE-TOTAL TO WS-INV-CREDITED
                   IF WS-LIST-NOTES
                       PERFORM PRINT-CREDIT-NOTE-LINE
                   END-IF
               END-IF
               PERFORM READ-NEXT-CREDIT-NOTE
           END-PERFORM
           CLOSE CreditNoteFile.

       PRINT-CREDIT-NOTE-LINE.
           IF INV-STATE-OPEN
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-NOTE-TOTAL TO WS-CREDIT-TOTAL
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  CREDIT NOTE " CRN-NO " " CRN-DATE " "
                   WS-NOTE-TOTAL " " CRN-REASON
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       READ-NEXT-CREDIT-NOTE.
           READ CreditNoteFile
               AT END
                   SET WS-CRN-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
