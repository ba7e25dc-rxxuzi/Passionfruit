      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-12
      * Purpose: Credit notes against invoices. A member who was over-
      *          billed - the wrong class, a fee that should have been
      *          prorated - and has not paid yet needs what invmast.txt
      *          says they owe brought down, not a void or a cash
      *          refund through S041:
      *            C - raise a credit note against an open invoice: the
      *                fee to credit (the tax follows in the invoice's
      *                own proportion, and the two together can be no
      *                more than the invoice still has outstanding) and
      *                why. Above CREDIT-NOTE-LIMIT from the site
      *                profile a supervisor signs on to approve it. The
      *                note is numbered from crnctl.txt and written to
      *                crnote.txt (CRNREC); the credit is allocated to
      *                the invoice the way S039 allocates a payment,
      *                closing it when covered, and the fee comes off
      *                the member's balance master through BALUPD. The
      *                document prints through LTRGEN (template CRNOTE).
      *            P - print a credit note's document again.
      *          S071 prints the credit on the member's statement, S081
      *          against the invoice on the open-invoice register, and
      *          S042 posts it as a fee-income reversal with its tax.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-11-29  rxz  The credit note document now asks the CONSENT
      *                    subprogram first: for a member who has opted
      *                    out of service contact no document is
      *                    generated (the credit itself still stands),
      *                    and the session counts and logs how many were
      *                    suppressed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S162.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT InvoiceWorkFile ASSIGN TO "./../invwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVW-STATUS.

           SELECT CreditNoteFile ASSIGN TO "./../crnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-STATUS.

           SELECT CreditNoteCtlFile ASSIGN TO "./../crnctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-CTL-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceFile.
           COPY INVREC.

       FD  InvoiceWorkFile.
           COPY INVREC REPLACING
               ==INVOICE-RECORD== BY ==INVOICE-WORK-RECORD==
               LEADING ==INV== BY ==IVW==.

       FD  CreditNoteFile.
           COPY CRNREC.

       FD  CreditNoteCtlFile.
       01  CreditNoteCtlRec             PIC 9(07).

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS                PIC XX.
       01  WS-INVW-STATUS               PIC XX.
       01  WS-CRN-STATUS                PIC XX.
       01  WS-CRN-CTL-STATUS            PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-WANTED-NO                 PIC 9(07).
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-INVOICE-FOUND         VALUE "Y".
       01  WS-NOTE-FOUND-SWITCH         PIC X(01).
           88  WS-NOTE-FOUND            VALUE "Y".
       01  WS-INV-HIT-SWITCH            PIC X(01).
           88  WS-INV-ROW-HIT           VALUE "Y".

      * The invoice being credited, as found.
       01  WS-INV-STATE                 PIC X(01).
           88  WS-INV-OPEN              VALUE "O".
       01  WS-INV-ALLOCATED             PIC 9(07)V99.
       01  WS-INV-DB-ID                 PIC X(20).
       01  WS-INV-AMOUNT                PIC 9(07)V99.
       01  WS-INV-TAX                   PIC 9(05)V99.
       01  WS-INV-TOTAL-DUE             PIC 9(07)V99.
       01  WS-INV-OUTSTANDING           PIC 9(07)V99.

       01  WS-CREDIT-AMOUNT             PIC 9(07)V99.
       01  WS-CREDIT-TAX                PIC 9(05)V99.
       01  WS-CREDIT-TOTAL              PIC 9(07)V99.
       01  WS-CREDIT-REASON             PIC X(30).
       01  WS-OPERATOR-ID               PIC 9(05).
       01  WS-CONFIRM                   PIC X(01).
       01  WS-LAST-CRN-NO               PIC 9(07) VALUE ZERO.
       01  WS-APPROVAL-DIGITS           PIC 9(09).
       01  WS-CREDIT-LIMIT              PIC 9(07)V99 VALUE 100.00.
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).

       01  WS-INV-FILE-NAME             PIC X(20)
               VALUE "./../invmast.txt".
       01  WS-INVW-FILE-NAME            PIC X(20)
               VALUE "./../invwork.txt".
       01  WS-DELETE-RESULT             PIC 9(09) COMP-5.
       01  WS-RENAME-RESULT             PIC 9(09) COMP-5.

       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.

       01  WS-LTR-TEMPLATE-ID           PIC X(08) VALUE "CRNOTE".
       01  WS-LTR-DB-ID                 PIC X(20).
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-ED-FEE                    PIC Z(06)9.99.
       01  WS-ED-TAX                    PIC Z(04)9.99.
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S162".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".

       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S162".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-BRANCH-CODE
           CALL "BIZDATE" USING WS-BUSDATE WS-BUSDATE-STATE
           IF WS-BUSDATE-STATE = "C"
               DISPLAY "Day-end is in flight - the desk is closed "
                       "until S088 advances the business date."
               STOP RUN
           END-IF
           PERFORM READ-SITE-PROFILE
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S162 - CREDIT NOTES"
               DISPLAY "=============================================="
               DISPLAY "C=Raise a credit note  P=Print a credit note  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "C"
                   WHEN "c"
                       PERFORM RAISE-CREDIT-NOTE
                   WHEN "P"
                   WHEN "p"
                       PERFORM REPRINT-CREDIT-NOTE
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           IF WS-SUPPRESSED-COUNT > ZERO
               DISPLAY "Credit note documents suppressed - no "
                       "consent: " WS-SUPPRESSED-COUNT
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Credit note session - " WS-SUPPRESSED-COUNT
                       " document(s) suppressed" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF
           STOP RUN.

      * The most a desk may credit without a supervisor - digits in
      * minor units, the APPROVAL-LIMIT shape.
       READ-SITE-PROFILE.
           MOVE "CREDIT-NOTE-LIMIT" TO WS-CFG-NAME
           MOVE "000010000" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:9) IS NUMERIC
               MOVE WS-CFG-VALUE(1:9) TO WS-APPROVAL-DIGITS
               COMPUTE WS-CREDIT-LIMIT = WS-APPROVAL-DIGITS / 100
           END-IF.

      * Only an open invoice can be credited, and by no more than it
      * still has outstanding - a paid one is S041's refund.
       RAISE-CREDIT-NOTE.
           DISPLAY "Invoice number: "
           ACCEPT WS-WANTED-NO
           PERFORM FIND-INVOICE
           IF NOT WS-INVOICE-FOUND
               DISPLAY "Invoice " WS-WANTED-NO " is not on file."
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-INV-OPEN
               DISPLAY "Invoice " WS-WANTED-NO " is not open - a paid "
                       "invoice is refunded through S041."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-TOTAL-DUE = WS-INV-AMOUNT + WS-INV-TAX
           COMPUTE WS-INV-OUTSTANDING
                   = WS-INV-TOTAL-DUE - WS-INV-ALLOCATED
           DISPLAY "Member " WS-INV-DB-ID "  fee " WS-INV-AMOUNT
                   "  tax " WS-INV-TAX
           DISPLAY "Outstanding on the invoice: " WS-INV-OUTSTANDING

           DISPLAY "Fee to credit, before tax (e.g. 10.00): "
           ACCEPT WS-CREDIT-AMOUNT
           IF WS-CREDIT-AMOUNT = ZERO
               DISPLAY "Zero amount - nothing credited."
               EXIT PARAGRAPH
           END-IF
           IF WS-CREDIT-AMOUNT > WS-INV-AMOUNT
               DISPLAY "More than the fee invoiced - not credited."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CREDIT-TAX
           IF WS-INV-TAX > ZERO
               COMPUTE WS-CREDIT-TAX ROUNDED
                       = WS-CREDIT-AMOUNT * WS-INV-TAX / WS-INV-AMOUNT
           END-IF
           COMPUTE WS-CREDIT-TOTAL = WS-CREDIT-AMOUNT + WS-CREDIT-TAX
           IF WS-CREDIT-TOTAL > WS-INV-OUTSTANDING
               DISPLAY "Fee and tax " WS-CREDIT-TOTAL " is more than "
                       "the invoice has outstanding - not credited."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason: "
           MOVE SPACES TO WS-CREDIT-REASON
           ACCEPT WS-CREDIT-REASON
           IF WS-CREDIT-REASON = SPACES
               DISPLAY "A credit note needs a reason - not credited."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Raised by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Credit " WS-CREDIT-AMOUNT " plus tax "
                   WS-CREDIT-TAX " against invoice " WS-WANTED-NO
                   " - Y to confirm: "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Credit note abandoned."
               EXIT PARAGRAPH
           END-IF
           IF WS-CREDIT-TOTAL > WS-CREDIT-LIMIT
               DISPLAY "Over the credit limit of " WS-CREDIT-LIMIT
                       " - a supervisor must approve."
               PERFORM SUPERVISOR-SIGN-ON
               IF NOT WS-SIGNED-ON
                   DISPLAY "Not approved - nothing credited."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ALLOCATE-CREDIT-TO-INVOICE
           IF NOT WS-INV-ROW-HIT
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-CREDIT-NOTE-NO
           PERFORM WRITE-CREDIT-NOTE
           MOVE "CHARGE"         TO WS-BAL-KIND
           MOVE WS-INV-DB-ID     TO WS-BAL-DB-ID
           COMPUTE WS-BAL-AMOUNT = ZERO - WS-CREDIT-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                   WS-BAL-AMOUNT
           PERFORM PRINT-CREDIT-NOTE
           DISPLAY "Credit note " WS-LAST-CRN-NO " raised against "
                   "invoice " WS-WANTED-NO "."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Credit note " WS-LAST-CRN-NO " inv " WS-WANTED-NO
                   " " WS-INV-DB-ID " " WS-CREDIT-TOTAL
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       FIND-INVOICE.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-END-OF-FILE OR WS-INVOICE-FOUND
               IF INV-NO = WS-WANTED-NO
                   SET WS-INVOICE-FOUND TO TRUE
                   MOVE INV-STATE     TO WS-INV-STATE
                   MOVE INV-DB-ID     TO WS-INV-DB-ID
                   MOVE INV-AMOUNT    TO WS-INV-AMOUNT
                   MOVE INV-TAX       TO WS-INV-TAX
                   MOVE INV-ALLOCATED TO WS-INV-ALLOCATED
               ELSE
                   PERFORM READ-NEXT-INVOICE
               END-IF
           END-PERFORM
           CLOSE InvoiceFile.

      * The credit goes on the invoice as an allocation, as S039
      * does a payment, and closes it once covered. The invoice is
      * checked open again on the way through.
       ALLOCATE-CREDIT-TO-INVOICE.
           MOVE "N" TO WS-INV-HIT-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS " - nothing credited."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvoiceWorkFile
           IF WS-INVW-STATUS NOT = "00"
               DISPLAY "invwork.txt could not be opened - status "
                       WS-INVW-STATUS " - nothing credited."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-END-OF-FILE
               IF INV-NO = WS-WANTED-NO AND INV-STATE-OPEN
                   ADD WS-CREDIT-TOTAL TO INV-ALLOCATED
                   IF INV-ALLOCATED >= WS-INV-TOTAL-DUE
                       SET INV-STATE-PAID TO TRUE
                   END-IF
                   SET WS-INV-ROW-HIT TO TRUE
               END-IF
               MOVE INVOICE-RECORD TO INVOICE-WORK-RECORD
               WRITE INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile
           CLOSE InvoiceWorkFile
           IF NOT WS-INV-ROW-HIT
               CALL "CBL_DELETE_FILE" USING WS-INVW-FILE-NAME
                       RETURNING WS-DELETE-RESULT
               DISPLAY "Invoice " WS-WANTED-NO " is no longer open - "
                       "nothing credited."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-INV-FILE-NAME
                   RETURNING WS-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-INVW-FILE-NAME
                   WS-INV-FILE-NAME RETURNING WS-RENAME-RESULT
           IF WS-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated invoices are at "
                       "invwork.txt; restore them by hand."
           END-IF.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       ASSIGN-NEXT-CREDIT-NOTE-NO.
           MOVE ZERO TO WS-LAST-CRN-NO
           OPEN INPUT CreditNoteCtlFile
           IF WS-CRN-CTL-STATUS = "00"
               READ CreditNoteCtlFile INTO WS-LAST-CRN-NO
               CLOSE CreditNoteCtlFile
           END-IF
           ADD 1 TO WS-LAST-CRN-NO
           OPEN OUTPUT CreditNoteCtlFile
           MOVE WS-LAST-CRN-NO TO CreditNoteCtlRec
           WRITE CreditNoteCtlRec
           CLOSE CreditNoteCtlFile.

       WRITE-CREDIT-NOTE.
           OPEN EXTEND CreditNoteFile
           IF WS-CRN-STATUS = "35"
               OPEN OUTPUT CreditNoteFile
           END-IF
           IF WS-CRN-STATUS NOT = "00"
               DISPLAY "crnote.txt could not be opened - status "
                       WS-CRN-STATUS " - credit note " WS-LAST-CRN-NO
                       " is on the invoice but NOT on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-CRN-NO   TO CRN-NO
           MOVE WS-BUSDATE       TO CRN-DATE
           MOVE WS-WANTED-NO     TO CRN-INV-NO
           MOVE WS-INV-DB-ID     TO CRN-DB-ID
           MOVE WS-CREDIT-AMOUNT TO CRN-AMOUNT
           MOVE WS-CREDIT-TAX    TO CRN-TAX
           MOVE WS-CREDIT-REASON TO CRN-REASON
           MOVE WS-OPERATOR-ID   TO CRN-RAISED-BY
           MOVE ZERO             TO CRN-APPROVED-BY
           IF WS-CREDIT-TOTAL > WS-CREDIT-LIMIT
               MOVE WS-SIGNON-ID TO CRN-APPROVED-BY
           END-IF
           MOVE WS-BRANCH-CODE   TO CRN-BRANCH
           WRITE CREDIT-NOTE-RECORD
           CLOSE CreditNoteFile.

       REPRINT-CREDIT-NOTE.
           DISPLAY "Credit note number: "
           ACCEPT WS-WANTED-NO
           MOVE "N" TO WS-NOTE-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CreditNoteFile
           IF WS-CRN-STATUS NOT = "00"
               DISPLAY "crnote.txt could not be opened - status "
                       WS-CRN-STATUS " - no credit notes on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CREDIT-NOTE
           PERFORM UNTIL WS-END-OF-FILE OR WS-NOTE-FOUND
               IF CRN-NO = WS-WANTED-NO
                   SET WS-NOTE-FOUND TO TRUE
                   MOVE CRN-NO       TO WS-LAST-CRN-NO
                   MOVE CRN-INV-NO   TO WS-WANTED-NO
                   MOVE CRN-DB-ID    TO WS-INV-DB-ID
                   MOVE CRN-AMOUNT   TO WS-CREDIT-AMOUNT
                   MOVE CRN-TAX      TO WS-CREDIT-TAX
                   MOVE CRN-REASON   TO WS-CREDIT-REASON
               ELSE
                   PERFORM READ-NEXT-CREDIT-NOTE
               END-IF
           END-PERFORM
           CLOSE CreditNoteFile
           IF NOT WS-NOTE-FOUND
               DISPLAY "Credit note " WS-WANTED-NO " is not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-CREDIT-NOTE
           IF WS-CONTACT-ALLOWED
               DISPLAY "Credit note " WS-LAST-CRN-NO " printed."
           END-IF.

       READ-NEXT-CREDIT-NOTE.
           READ CreditNoteFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The document - LTRGEN merges the member's name and address
      * from memdet.txt around the note, the invoice it reduces, the
      * fee and tax credited and why, and registers the letter. A
      * member who has opted out of service contact is sent nothing.
       PRINT-CREDIT-NOTE.
           MOVE WS-INV-DB-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               DISPLAY "Member " WS-INV-DB-ID " has opted out of "
                       "service contact - no document sent."
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-DB-ID TO WS-LTR-DB-ID
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Credit " WS-LAST-CRN-NO " on inv " WS-WANTED-NO
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-1
           MOVE WS-CREDIT-AMOUNT TO WS-ED-FEE
           MOVE WS-CREDIT-TAX    TO WS-ED-TAX
           MOVE SPACES TO WS-LTR-FIELD-2
           STRING "Fee " WS-ED-FEE " tax " WS-ED-TAX
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-2
           MOVE WS-CREDIT-REASON TO WS-LTR-FIELD-3
           CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                   WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3.

      * Credits over the limit need a supervisor - signed on once per
      * session against operator.txt; three failed tries and the
      * credit is refused.
       SUPERVISOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - no supervisor to approve."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SIGNON-TRIES
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
           CLOSE OperatorFile.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

       END PROGRAM S162.
