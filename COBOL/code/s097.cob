      *                    them paid and they stayed paid. The
      *                    bank charge is a fresh cost and is left
      *                    to the aging.
      *   2024-08-02  rxz  The reversal and bank-charge rows now also
      *                    post to the member's balance master
      *                    (balmast.txt) through BALUPD.
      *   2024-08-23  rxz  The member's notification now asks the
      *                    CONSENT subprogram first - a member who has
      *                    opted out of service contact is not notified,
      *                    and the operator and message.txt are told so.
      *   2024-11-21  rxz  A cheque S165 moved to another registration
      *                    is reversed on the registration holding it
      *                    now - its "A" row is read like the original
      *                    and its "X" row does not count as a reversal.
      *   2024-11-29  rxz  Taking the cheque's money back off the
      *                    member's invoices now passes waived invoices
      *                    by and rewrites only the invoices it actually
      *                    took money off - an untouched paid or waived
      *                    invoice is no longer rewritten and reopened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S097.
       01  WS-OPERATOR-ID               PIC 9(05).
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S097".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-NTF-TEMPLATE              PIC X(08).
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S097".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
      * Un-allocation plumbing: the bounced amount comes back off
      * the member's invoices newest-first (the undo of S039's
      * oldest-first), reopening whatever is no longer covered.
               10  WS-RVA-NO            PIC 9(07).
               10  WS-RVA-ALLOCATED     PIC 9(07)V99.
               10  WS-RVA-TOTAL         PIC 9(07)V99.
               10  WS-RVA-CHANGED       PIC X(01).
                   88  WS-RVA-ROW-CHANGED VALUE "Y".
       01  WS-RVA-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-RVA-I                     PIC 9(03).
       01  WS-RVA-REMAINING             PIC 9(09)V99.
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-END-OF-FILE
               IF PAY-RECEIPT-NO = WS-WANTED-RECEIPT
                   EVALUATE TRUE
                       WHEN PAY-TYPE-REALLOC-OUT
                           CONTINUE
                       WHEN PAY-REVERSING
                           SET WS-ALREADY-REVERSED TO TRUE
                       WHEN PAY-METHOD-CHEQUE
      *                    A moved cheque bounces off the registration
      *                    S165 last put it on.
                           SET WS-PAYMENT-FOUND TO TRUE
                           MOVE PAY-DB-ID     TO WS-ORIG-DB-ID
                           MOVE PAY-AMOUNT    TO WS-ORIG-AMOUNT
                           MOVE PAY-CHEQUE-NO TO WS-ORIG-CHEQUE-NO
                           MOVE PAY-BRANCH    TO WS-ORIG-BRANCH
                   END-EVALUATE
               END-IF
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           MOVE WS-ORIG-CHEQUE-NO TO PAY-CHEQUE-NO
           MOVE "BOUNCED"         TO PAY-DRAWER
           MOVE "R"               TO PAY-TYPE
           MOVE ZERO              TO PAY-REALLOC-REF
           WRITE PAYMENT-RECORD
           IF WS-PAY-STATUS = "00"
               PERFORM POST-PAYMENT-TO-BALANCE
           END-IF
           IF WS-BANK-CHARGE > ZERO
               MOVE WS-ORIG-DB-ID     TO PAY-DB-ID
               MOVE WS-BANK-CHARGE    TO PAY-AMOUNT
               MOVE WS-ORIG-CHEQUE-NO TO PAY-CHEQUE-NO
               MOVE "BANK CHARGE"     TO PAY-DRAWER
               MOVE "B"               TO PAY-TYPE
               MOVE ZERO              TO PAY-REALLOC-REF
               WRITE PAYMENT-RECORD
               IF WS-PAY-STATUS = "00"
                   PERFORM POST-PAYMENT-TO-BALANCE
               END-IF
           END-IF
           CLOSE PaymentFile.

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

      * The cheque's money had marked invoices paid - take it back
      * off them, newest-first, reopening whatever the reversal
      * leaves uncovered, so S081's open-invoice register chases
                   SUBTRACT WS-RVA-PORTION
                       FROM WS-RVA-ALLOCATED(WS-RVA-IDX)
                   SUBTRACT WS-RVA-PORTION FROM WS-RVA-REMAINING
                   SET WS-RVA-ROW-CHANGED(WS-RVA-IDX) TO TRUE
                   ADD 1 TO WS-RVA-CHANGED-COUNT
               END-IF
           END-PERFORM
           END-IF
           PERFORM WRITE-BACK-INVOICES.

      * A waived invoice was never paid by anything, so the money
      * being taken back cannot be on it - it stays out of the table.
       LOAD-MEMBER-INVOICES.
           MOVE ZERO TO WS-RVA-COUNT
           MOVE "N" TO WS-RVA-OVERFLOW-SWITCH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-INV-END-OF-FILE
               IF INV-DB-ID = WS-ORIG-DB-ID AND NOT INV-STATE-WAIVED
                   IF WS-RVA-COUNT >= 200
                       SET WS-RVA-OVERFLOWED TO TRUE
                   ELSE
                               TO WS-RVA-ALLOCATED(WS-RVA-IDX)
                       COMPUTE WS-RVA-TOTAL(WS-RVA-IDX)
                               = INV-AMOUNT + INV-TAX
                       MOVE "N" TO WS-RVA-CHANGED(WS-RVA-IDX)
                   END-IF
               END-IF
               PERFORM READ-NEXT-INVOICE
                       WS-RVA-CHANGED-COUNT " invoice(s)."
           END-IF.

      * Only an invoice the reversal took money off is rewritten;
      * every other row goes through exactly as it was read.
       APPLY-ONE-UNALLOCATION.
           MOVE "N" TO WS-RVA-HIT-SWITCH
           PERFORM VARYING WS-RVA-I FROM 1 BY 1
           IF NOT WS-RVA-ROW-HIT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-RVA-ROW-CHANGED(WS-RVA-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RVA-ALLOCATED(WS-RVA-IDX) TO INV-ALLOCATED
           COMPUTE WS-INV-TOTAL-DUE = INV-AMOUNT + INV-TAX
           IF INV-ALLOCATED >= WS-INV-TOTAL-DUE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           MOVE WS-ORIG-DB-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               DISPLAY "Member has opted out of service contact - "
                       "no notification queued."
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Bounce notification suppressed for "
                       WS-ORIG-DB-ID " - no service consent"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE "S097"        TO WS-NTF-PROGRAM
           MOVE WS-ORIG-DB-ID TO WS-NTF-RECIPIENT
           MOVE "BOUNCED"     TO WS-NTF-TEMPLATE
