      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-24
      * Purpose: Callable gift voucher keeper in the BALUPD mold - the
      *          one copy of the giftvch.txt (GFTREC) checks that
      *          S015's adds and S080's applications call when the
      *          new member brings a voucher somebody else bought
      *          for them. The caller passes the action, the voucher
      *          number and the class and country of the membership
      *          it is to pay for:
      *
      *            CHECK  - is the voucher good for this membership?
      *                     The voucher's value comes back in the
      *                     amount.
      *            REDEEM - the member has been registered and the
      *                     invoice raised: the voucher settles as
      *                     much of the invoice's due as it covers
      *                     (the amount comes back as what was
      *                     applied), and is stamped redeemed against
      *                     the member and the invoice.
      *
      *          The result is "Y" when good (CHECK) or redeemed
      *          (REDEEM), "D" when the check digit is wrong, "N" not
      *          on file, "R" already redeemed, "E" past its expiry
      *          date, "C" bought for another class or country, and
      *          "F" when giftvch.txt cannot be opened or rewritten -
      *          logged as an ERROR.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIFTVCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GiftVoucherFile ASSIGN TO "./../giftvch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GFT-NO
           FILE STATUS IS WS-GFT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GiftVoucherFile.
           COPY GFTREC.

       WORKING-STORAGE SECTION.
       01  WS-GFT-STATUS          PIC XX.
       01  WS-VOUCHER-NO          PIC 9(08).
       01  WS-VOUCHER-PARTS REDEFINES WS-VOUCHER-NO.
           05  WS-VOUCHER-DIGIT   PIC 9(01) OCCURS 8 TIMES.
       01  WS-DIGIT-IDX           PIC 9(02).
       01  WS-DIGIT-SUM           PIC 9(03).
       01  WS-CHECK-QUOTIENT      PIC 9(03).
       01  WS-CHECK-COMPUTED      PIC 9(01).
       01  WS-BD-DATE             PIC 9(08).
       01  WS-BD-STATE            PIC X(01).
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "GIFTVCH".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01  LS-GV-ACTION     PIC X(08).
       01  LS-GV-VOUCHER-NO PIC 9(08).
       01  LS-GV-COUNTRY    PIC X(20).
       01  LS-GV-CLASS      PIC X(01).
       01  LS-GV-DB-ID      PIC X(20).
       01  LS-GV-INV-NO     PIC 9(07).
       01  LS-GV-DUE        PIC 9(07)V99.
       01  LS-GV-AMOUNT     PIC 9(07)V99.
       01  LS-GV-RESULT     PIC X(01).

       PROCEDURE DIVISION USING LS-GV-ACTION LS-GV-VOUCHER-NO
               LS-GV-COUNTRY LS-GV-CLASS LS-GV-DB-ID LS-GV-INV-NO
               LS-GV-DUE LS-GV-AMOUNT LS-GV-RESULT.
       MAIN-LOGIC.
           MOVE ZERO TO LS-GV-AMOUNT
           MOVE "D"  TO LS-GV-RESULT
           PERFORM CHECK-VOUCHER-DIGIT
           IF LS-GV-RESULT = "D"
               GOBACK
           END-IF
           CALL "BIZDATE" USING WS-BD-DATE WS-BD-STATE

           OPEN I-O GiftVoucherFile
           IF WS-GFT-STATUS = "35"
               OPEN OUTPUT GiftVoucherFile
               CLOSE GiftVoucherFile
               OPEN I-O GiftVoucherFile
           END-IF
           IF WS-GFT-STATUS NOT = "00"
               MOVE "F" TO LS-GV-RESULT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "giftvch.txt could not be opened - status "
                       WS-GFT-STATUS " - " LS-GV-ACTION
                       " not done" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-VOUCHER-FAILURE
               GOBACK
           END-IF

           PERFORM TEST-VOUCHER
           EVALUATE LS-GV-ACTION
               WHEN "CHECK"
                   CONTINUE
               WHEN "REDEEM"
                   IF LS-GV-RESULT = "Y"
                       PERFORM REDEEM-VOUCHER
                   END-IF
               WHEN OTHER
                   MOVE "F" TO LS-GV-RESULT
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Unknown gift voucher action "
                           LS-GV-ACTION DELIMITED BY SIZE
                           INTO WS-LOG-TEXT
                   PERFORM LOG-VOUCHER-FAILURE
           END-EVALUATE
           CLOSE GiftVoucherFile
           GOBACK.

      * The eighth digit is the sum of the seven before it modulo 9,
      * the rule S039 issued it by.
       CHECK-VOUCHER-DIGIT.
           MOVE LS-GV-VOUCHER-NO TO WS-VOUCHER-NO
           IF WS-VOUCHER-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DIGIT-SUM
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 7
               ADD WS-VOUCHER-DIGIT(WS-DIGIT-IDX) TO WS-DIGIT-SUM
           END-PERFORM
           DIVIDE WS-DIGIT-SUM BY 9 GIVING WS-CHECK-QUOTIENT
                   REMAINDER WS-CHECK-COMPUTED
           IF WS-CHECK-COMPUTED = WS-VOUCHER-DIGIT(8)
               MOVE "N" TO LS-GV-RESULT
           END-IF.

      * Read the voucher and say whether it can pay for this
      * membership - the date test uses the business date, so a
      * voucher is still good on its expiry date.
       TEST-VOUCHER.
           MOVE WS-VOUCHER-NO TO GFT-NO
           READ GiftVoucherFile KEY IS GFT-NO
               INVALID KEY
                   MOVE "N" TO LS-GV-RESULT
                   EXIT PARAGRAPH
           END-READ
           MOVE GFT-AMOUNT TO LS-GV-AMOUNT
           EVALUATE TRUE
               WHEN GFT-STATE-REDEEMED
                   MOVE "R" TO LS-GV-RESULT
               WHEN GFT-EXPIRY-DATE < WS-BD-DATE
                   MOVE "E" TO LS-GV-RESULT
               WHEN GFT-CLASS NOT = LS-GV-CLASS
               WHEN GFT-COUNTRY NOT = LS-GV-COUNTRY
                   MOVE "C" TO LS-GV-RESULT
               WHEN OTHER
                   MOVE "Y" TO LS-GV-RESULT
           END-EVALUATE.

      * Settle what the voucher covers of the invoice's due. Value
      * the invoice does not use is not kept for the member - S042
      * releases it to income on the redemption date.
       REDEEM-VOUCHER.
           IF GFT-AMOUNT > LS-GV-DUE
               MOVE LS-GV-DUE TO GFT-APPLIED
           ELSE
               MOVE GFT-AMOUNT TO GFT-APPLIED
           END-IF
           SET GFT-STATE-REDEEMED TO TRUE
           MOVE WS-BD-DATE   TO GFT-REDEEMED-DATE
           MOVE LS-GV-DB-ID  TO GFT-REDEEMED-DB-ID
           MOVE LS-GV-INV-NO TO GFT-INV-NO
           REWRITE GIFT-VOUCHER-RECORD
           IF WS-GFT-STATUS NOT = "00"
               MOVE "F" TO LS-GV-RESULT
               MOVE ZERO TO LS-GV-AMOUNT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "giftvch.txt rewrite failed - status "
                       WS-GFT-STATUS " - voucher " GFT-NO
                       " not redeemed" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-VOUCHER-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE GFT-APPLIED TO LS-GV-AMOUNT.

       LOG-VOUCHER-FAILURE.
           DISPLAY WS-LOG-TEXT
           MOVE "ERROR" TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       END PROGRAM GIFTVCH.
