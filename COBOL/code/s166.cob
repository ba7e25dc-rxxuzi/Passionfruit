      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-24
      * Purpose: Gift membership voucher report. Every voucher S039
      *          has sold (giftvch.txt, GFTREC) is listed in one of
      *          three sections, as of the business date:
      *            UNREDEEMED - still good: not redeemed, and the
      *                         expiry date not yet passed;
      *            REDEEMED   - taken by S015 or S080 against a new
      *                         member's first invoice, with the
      *                         member, the invoice and how much of
      *                         the voucher the invoice took;
      *            EXPIRED    - never redeemed and past the expiry
      *                         date - the value S042 has released
      *                         to gift income.
      *          Each section closes with its count and value; the
      *          unredeemed value is what the shop still owes as
      *          gift vouchers outstanding. Spooled through RPTWRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S166.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GiftVoucherFile ASSIGN TO "./../giftvch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GFT-NO
           FILE STATUS IS WS-GFT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GiftVoucherFile.
           COPY GFTREC.

       WORKING-STORAGE SECTION.
       01  WS-GFT-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-SECTION                   PIC X(01).
           88  WS-SECTION-UNREDEEMED    VALUE "U".
           88  WS-SECTION-REDEEMED      VALUE "R".
           88  WS-SECTION-EXPIRED       VALUE "E".
       01  WS-VOUCHER-SECTION           PIC X(01).
       01  WS-SECTION-COUNT             PIC 9(05).
       01  WS-SECTION-VALUE             PIC 9(09)V99.
       01  WS-SECTION-APPLIED           PIC 9(09)V99.
       01  WS-VOUCHER-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-OUTSTANDING-VALUE         PIC 9(09)V99 VALUE ZERO.
       01  WS-ED-COUNT                  PIC ZZZZ9.
       01  WS-ED-AMOUNT                 PIC Z(06)9.99.
       01  WS-ED-TOTAL                  PIC Z(08)9.99.
       01  WS-ED-VALUE                  PIC Z(08)9.99.
       01  WS-ED-APPLIED                PIC Z(06)9.99.

      * Shared report writer plumbing, the S016 pattern.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08) VALUE "s166".
       01  WS-RPT-TITLE                 PIC X(40)
               VALUE "GIFT MEMBERSHIP VOUCHERS".
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S166".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           CALL "BIZDATE" USING WS-BUSDATE WS-BUSDATE-STATE
           OPEN INPUT GiftVoucherFile
           IF WS-GFT-STATUS NOT = "00"
               DISPLAY "giftvch.txt could not be opened - status "
                       WS-GFT-STATUS " - no vouchers to report."
               STOP RUN
           END-IF
           CLOSE GiftVoucherFile

           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "As of business date " WS-BUSDATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           SET WS-SECTION-UNREDEEMED TO TRUE
           PERFORM LIST-ONE-SECTION
           MOVE WS-SECTION-VALUE TO WS-OUTSTANDING-VALUE
           SET WS-SECTION-REDEEMED TO TRUE
           PERFORM LIST-ONE-SECTION
           SET WS-SECTION-EXPIRED TO TRUE
           PERFORM LIST-ONE-SECTION

           MOVE WS-VOUCHER-COUNT TO WS-ED-COUNT
           STRING "Vouchers sold             : " WS-ED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           MOVE WS-OUTSTANDING-VALUE TO WS-ED-TOTAL
           STRING "Gift vouchers outstanding : " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Gift vouchers listed " WS-VOUCHER-COUNT
                   " outstanding " WS-OUTSTANDING-VALUE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           STOP RUN.

      * One pass of the file per section, in voucher number order,
      * so each section lists in the order the vouchers were sold.
       LIST-ONE-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-VALUE
           MOVE ZERO TO WS-SECTION-APPLIED
           MOVE SPACES TO WS-RPT-TEXT
           PERFORM RPT-LINE
           EVALUATE TRUE
               WHEN WS-SECTION-UNREDEEMED
                   MOVE "UNREDEEMED" TO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   STRING "VOUCHER  SOLD     EXPIRES  C COUNTRY"
                           "              AMOUNT BOUGHT BY"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN WS-SECTION-REDEEMED
                   MOVE "REDEEMED" TO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   STRING "VOUCHER  SOLD     REDEEMED MEMBER"
                           "                   AMOUNT    APPLIED"
                           " INVOICE" DELIMITED BY SIZE
                           INTO WS-RPT-TEXT
               WHEN OTHER
                   MOVE "EXPIRED" TO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   STRING "VOUCHER  SOLD     EXPIRED  C COUNTRY"
                           "              AMOUNT BOUGHT BY"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-EVALUATE
           PERFORM RPT-LINE

           OPEN INPUT GiftVoucherFile
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-GIFT-VOUCHER
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM CLASSIFY-VOUCHER
               IF WS-VOUCHER-SECTION = WS-SECTION
                   PERFORM LIST-ONE-VOUCHER
               END-IF
               PERFORM READ-NEXT-GIFT-VOUCHER
           END-PERFORM
           CLOSE GiftVoucherFile

           MOVE WS-SECTION-COUNT TO WS-ED-COUNT
           MOVE WS-SECTION-VALUE TO WS-ED-VALUE
           IF WS-SECTION-REDEEMED
               MOVE WS-SECTION-APPLIED TO WS-ED-TOTAL
               STRING "  vouchers " WS-ED-COUNT "  value "
                       WS-ED-VALUE "  applied " WS-ED-TOTAL
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING "  vouchers " WS-ED-COUNT "  value "
                       WS-ED-VALUE DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF
           PERFORM RPT-TOTAL
           ADD WS-SECTION-COUNT TO WS-VOUCHER-COUNT.

      * Expired is not a state on the file - it is an unredeemed
      * voucher whose last good day is behind the business date.
       CLASSIFY-VOUCHER.
           EVALUATE TRUE
               WHEN GFT-STATE-REDEEMED
                   MOVE "R" TO WS-VOUCHER-SECTION
               WHEN GFT-EXPIRY-DATE < WS-BUSDATE
                   MOVE "E" TO WS-VOUCHER-SECTION
               WHEN OTHER
                   MOVE "U" TO WS-VOUCHER-SECTION
           END-EVALUATE.

       LIST-ONE-VOUCHER.
           ADD 1 TO WS-SECTION-COUNT
           ADD GFT-AMOUNT TO WS-SECTION-VALUE
           MOVE GFT-AMOUNT TO WS-ED-AMOUNT
           IF WS-SECTION-REDEEMED
               ADD GFT-APPLIED TO WS-SECTION-APPLIED
               MOVE GFT-APPLIED TO WS-ED-APPLIED
               STRING GFT-NO " " GFT-SALE-DATE " "
                       GFT-REDEEMED-DATE " " GFT-REDEEMED-DB-ID " "
                       WS-ED-AMOUNT " " WS-ED-APPLIED " "
                       GFT-INV-NO DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING GFT-NO " " GFT-SALE-DATE " "
                       GFT-EXPIRY-DATE " " GFT-CLASS " "
                       GFT-COUNTRY(1:15) " " WS-ED-AMOUNT " "
                       GFT-BUYER-NAME(1:20)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF
           PERFORM RPT-LINE.

       READ-NEXT-GIFT-VOUCHER.
           READ GiftVoucherFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

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

       END PROGRAM S166.
