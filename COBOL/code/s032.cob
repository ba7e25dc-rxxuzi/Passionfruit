      *                    row keeps no decision date of its own, and
      *                    the S107 exceptions page needs to know
      *                    which day each item was written off.
      *   2024-09-04  rxz  A suspended add's acquisition campaign
      *                    (SUSP-CAMPAIGN) is shown, can be corrected
      *                    (field G) and rides the write-back and the
      *                    released transaction.
      *   2024-11-29  rxz  A suspended direct-debit renewal's collected
      *                    receipt (SUSP-RECEIPT-NO) rides the
      *                    write-back and the released transaction's
      *                    TRAN-RECEIPT-NO; items from before carry
      *                    spaces and are released with zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S032.
      *        X, not 9 - pre-change rows carry spaces here and the
      *        write-back must hand them on untouched.
               10  WS-ITM-RUN-ID        PIC X(07).
               10  WS-ITM-CAMPAIGN      PIC X(06).
      *        X for the same reason as the run ID.
               10  WS-ITM-RECEIPT-NO    PIC X(07).

       PROCEDURE DIVISION.
       Main-Logic.
               MOVE SUSP-EMPLOYEE-ID
                       TO WS-ITM-EMPLOYEE-ID(WS-TBL-IDX)
               MOVE SUSP-RUN-ID      TO WS-ITM-RUN-ID(WS-TBL-IDX)
               MOVE SUSP-CAMPAIGN    TO WS-ITM-CAMPAIGN(WS-TBL-IDX)
               MOVE SUSP-RECEIPT-NO  TO WS-ITM-RECEIPT-NO(WS-TBL-IDX)
               IF SUSP-STATE-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           DISPLAY "  Country : " WS-ITM-COUNTRY(WS-TBL-IDX)
           DISPLAY "  Fee     : " WS-ITM-FEE(WS-TBL-IDX)
           DISPLAY "  Employee: " WS-ITM-EMPLOYEE-ID(WS-TBL-IDX)
           DISPLAY "  Campaign: " WS-ITM-CAMPAIGN(WS-TBL-IDX)
           DISPLAY "Action (R=Release, C=Correct, D=Delete, N=Next,"
                   " Q=Quit): "
           ACCEPT WS-ACTION

       CORRECT-ITEM.
           DISPLAY "Field to correct (M=Mode, I=ID, C=Country, F=Fee,"
                   " E=Employee, G=Campaign): "
           ACCEPT WS-FIELD-CHOICE
           EVALUATE WS-FIELD-CHOICE
               WHEN "M"
               WHEN "e"
                   DISPLAY "New employee ID: "
                   ACCEPT WS-ITM-EMPLOYEE-ID(WS-TBL-IDX)
               WHEN "G"
               WHEN "g"
                   DISPLAY "New campaign code (blank = none): "
                   ACCEPT WS-ITM-CAMPAIGN(WS-TBL-IDX)
               WHEN OTHER
                   DISPLAY "No such field - nothing changed."
           END-EVALUATE.
           MOVE WS-ITM-COUNTRY(WS-TBL-IDX)     TO TRAN-COUNTRY
           MOVE WS-ITM-FEE(WS-TBL-IDX)         TO TRAN-FEE
           MOVE WS-ITM-EMPLOYEE-ID(WS-TBL-IDX) TO TRAN-EMPLOYEE-ID
           MOVE WS-ITM-CAMPAIGN(WS-TBL-IDX)    TO TRAN-CAMPAIGN
           MOVE ZERO                           TO TRAN-RECEIPT-NO
           IF WS-ITM-RECEIPT-NO(WS-TBL-IDX) IS NUMERIC
               MOVE WS-ITM-RECEIPT-NO(WS-TBL-IDX) TO TRAN-RECEIPT-NO
           END-IF
           WRITE TRANSACTION-RECORD
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "WRITE to release file failed - status "
               MOVE WS-ITM-EMPLOYEE-ID(WS-TBL-IDX)
                       TO SWK-EMPLOYEE-ID
               MOVE WS-ITM-RUN-ID(WS-TBL-IDX) TO SWK-RUN-ID
               MOVE WS-ITM-CAMPAIGN(WS-TBL-IDX) TO SWK-CAMPAIGN
               MOVE WS-ITM-RECEIPT-NO(WS-TBL-IDX) TO SWK-RECEIPT-NO
               WRITE SUSPENSE-WORK-RECORD
           END-PERFORM

