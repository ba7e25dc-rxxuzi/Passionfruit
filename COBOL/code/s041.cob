      *                    dispatches them and reports anything
      *                    stuck, instead of a file somebody must
      *                    remember to look at.
      *   2024-07-11  rxz  A due refund can now be approved for bank
      *                    transfer (T) instead of paid at the desk:
      *                    the supervisor keys the member's sort code
      *                    and account and S118's payment run sends
      *                    it. The table carries the method, bank
      *                    details and batch stamp through the
      *                    write-back; a refund paid here is marked
      *                    as paid at the desk.
      *   2024-08-02  rxz  A refund paid at the desk now also posts to
      *                    the member's balance master (balmast.txt)
      *                    through BALUPD - the payout restores the
      *                    balance it clawed back.
      *   2024-08-23  rxz  The refund confirmation now asks the CONSENT
      *                    subprogram first: a member who has opted out
      *                    of service contact is not written to and is
      *                    counted as suppressed; the rest get the
      *                    letter or, where email is preferred, the
      *                    notification alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S041.
       01  WS-ITEM-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-DUE-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-PAID-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-TRANSFER-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ITEM-IDX                  PIC 9(04).
       01  WS-ACTION                    PIC X(01).
       01  WS-QUIT-SWITCH               PIC X(01) VALUE "N".
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S041".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-REFUND-TABLE.
           05  WS-REF OCCURS 200 TIMES
               10  WS-REF-ITM-PAID-BY   PIC 9(05).
               10  WS-REF-ITM-RECEIPT   PIC 9(07).
               10  WS-REF-ITM-BRANCH    PIC X(03).
               10  WS-REF-ITM-METHOD    PIC X(01).
               10  WS-REF-ITM-SORT      PIC X(08).
               10  WS-REF-ITM-ACCOUNT   PIC X(20).
               10  WS-REF-ITM-BATCH     PIC 9(05).
               10  WS-REF-ITM-BATCH-ITEM PIC 9(05).
       01  WS-SORT-ENTRY                PIC X(08).
       01  WS-ACCOUNT-ENTRY             PIC X(20).

       PROCEDURE DIVISION.
       Main-Logic.

           DISPLAY "==================================================="
           DISPLAY "Refunds paid this session: " WS-PAID-COUNT
           DISPLAY "Approved for transfer    : " WS-TRANSFER-COUNT
           DISPLAY "Letters suppressed       : " WS-SUPPRESSED-COUNT
           STOP RUN.

      * Refund money leaves the drawer - only a supervisor profile
               MOVE REF-PAID-BY     TO WS-REF-ITM-PAID-BY(WS-TBL-IDX)
               MOVE REF-RECEIPT-NO  TO WS-REF-ITM-RECEIPT(WS-TBL-IDX)
               MOVE REF-BRANCH      TO WS-REF-ITM-BRANCH(WS-TBL-IDX)
               MOVE REF-METHOD      TO WS-REF-ITM-METHOD(WS-TBL-IDX)
               MOVE REF-BANK-SORT   TO WS-REF-ITM-SORT(WS-TBL-IDX)
               MOVE REF-BANK-ACCOUNT
                       TO WS-REF-ITM-ACCOUNT(WS-TBL-IDX)
               MOVE REF-BATCH-NO    TO WS-REF-ITM-BATCH(WS-TBL-IDX)
               MOVE REF-BATCH-ITEM
                       TO WS-REF-ITM-BATCH-ITEM(WS-TBL-IDX)
               IF REF-STATE-DUE
                   ADD 1 TO WS-DUE-COUNT
               END-IF
                   " to " WS-REF-ITM-DB-ID(WS-TBL-IDX)
           DISPLAY "  raised " WS-REF-ITM-RAISED(WS-TBL-IDX)
                   " by operator " WS-REF-ITM-RAISED-BY(WS-TBL-IDX)
           IF WS-REF-ITM-METHOD(WS-TBL-IDX) = "T"
               DISPLAY "  approved for transfer to "
                       WS-REF-ITM-SORT(WS-TBL-IDX) " "
                       WS-REF-ITM-ACCOUNT(WS-TBL-IDX)
           END-IF
           DISPLAY "Action (P=Pay at desk, T=Approve for transfer, "
                   "N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "P"
               WHEN "p"
                   PERFORM ASSIGN-NEXT-RECEIPT-NO
                   MOVE "P" TO WS-REF-ITM-STATE(WS-TBL-IDX)
                   MOVE "C" TO WS-REF-ITM-METHOD(WS-TBL-IDX)
                   MOVE WS-TODAY-DATE
                           TO WS-REF-ITM-PAID-DATE(WS-TBL-IDX)
                   MOVE WS-SIGNON-ID
                   MOVE WS-LAST-RECEIPT-NO
                           TO WS-REF-ITM-RECEIPT(WS-TBL-IDX)
                   ADD 1 TO WS-PAID-COUNT
                   MOVE "REFUND" TO WS-BAL-KIND
                   MOVE WS-REF-ITM-DB-ID(WS-TBL-IDX) TO WS-BAL-DB-ID
                   MOVE WS-REF-ITM-AMOUNT(WS-TBL-IDX)
                           TO WS-BAL-AMOUNT
                   CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                           WS-BAL-AMOUNT
                   PERFORM LOG-REFUND-PAID
                   PERFORM PRODUCE-REFUND-LETTER
                   DISPLAY "Refund paid - receipt "
                           WS-LAST-RECEIPT-NO "."
               WHEN "T"
               WHEN "t"
                   PERFORM APPROVE-FOR-TRANSFER
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT-REQUESTED TO TRUE
                   CONTINUE
           END-EVALUATE.

      * The refund stays due; S118's payment run picks it up, sends
      * it and marks it sent, and only the bank's confirmation marks
      * it paid.
       APPROVE-FOR-TRANSFER.
           DISPLAY "Member's bank sort code: "
           ACCEPT WS-SORT-ENTRY
           DISPLAY "Member's bank account  : "
           ACCEPT WS-ACCOUNT-ENTRY
           IF WS-SORT-ENTRY = SPACES OR WS-ACCOUNT-ENTRY = SPACES
               DISPLAY "Sort code and account are both needed - "
                       "refund left as it was."
               EXIT PARAGRAPH
           END-IF
           MOVE "T" TO WS-REF-ITM-METHOD(WS-TBL-IDX)
           MOVE WS-SORT-ENTRY TO WS-REF-ITM-SORT(WS-TBL-IDX)
           MOVE WS-ACCOUNT-ENTRY TO WS-REF-ITM-ACCOUNT(WS-TBL-IDX)
           ADD 1 TO WS-TRANSFER-COUNT
           DISPLAY "Refund approved for the next bank payment run.".

      * Same persistent counter the payments desk draws from, so
      * money out gets a numbered document exactly like money in.
       ASSIGN-NEXT-RECEIPT-NO.
      * address from memdet.txt and registers the letter.
       PRODUCE-REFUND-LETTER.
           MOVE WS-REF-ITM-DB-ID(WS-TBL-IDX) TO WS-LTR-DB-ID
           MOVE WS-LTR-DB-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Refund paid: "
                   WS-REF-ITM-AMOUNT(WS-TBL-IDX)
           MOVE SPACES TO WS-LTR-FIELD-3
           STRING "Paid on " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-3
           IF NOT WS-CNS-BY-EMAIL
               CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                       WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3
               EXIT PARAGRAPH
           END-IF
           MOVE "S041"      TO WS-NTF-PROGRAM
           MOVE WS-LTR-DB-ID TO WS-NTF-RECIPIENT
           MOVE "REFUND"    TO WS-NTF-TEMPLATE
               MOVE WS-REF-ITM-RECEIPT(WS-TBL-IDX)
                       TO RWK-RECEIPT-NO
               MOVE WS-REF-ITM-BRANCH(WS-TBL-IDX)  TO RWK-BRANCH
               MOVE WS-REF-ITM-METHOD(WS-TBL-IDX)  TO RWK-METHOD
               MOVE WS-REF-ITM-SORT(WS-TBL-IDX)    TO RWK-BANK-SORT
               MOVE WS-REF-ITM-ACCOUNT(WS-TBL-IDX)
                       TO RWK-BANK-ACCOUNT
               MOVE WS-REF-ITM-BATCH(WS-TBL-IDX)   TO RWK-BATCH-NO
               MOVE WS-REF-ITM-BATCH-ITEM(WS-TBL-IDX)
                       TO RWK-BATCH-ITEM
               WRITE REFUND-WORK-RECORD
           END-PERFORM

