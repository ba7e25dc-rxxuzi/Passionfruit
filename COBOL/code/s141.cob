      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-07
      * Purpose: Member referral scheme. Existing members who bring
      *          in new ones are rewarded with a credit against their
      *          own next renewal. S015's Add, S034's queued add and
      *          S080's approval record each referred member on the
      *          referral register (referral.txt, RFLREC) as pending,
      *          with the new member's first charge. Here:
      *            E  the nightly earn run - a pending referral whose
      *               first charge payment.txt shows fully paid
      *               (receipts net of reversing rows) raises the
      *               referrer's credit at the site profile's amount
      *               for the new member's class (REFERRAL-CREDIT-S,
      *               -R, -C, -H); a new registration voided first,
      *               a referrer no longer registered, or a class
      *               with no credit set cancels the referral. S015
      *               takes raised credits against the referrer's
      *               next renewal invoice.
      *            L  the league table for marketing - every
      *               referrer ranked by members referred, with how
      *               many have paid and the credits raised and
      *               applied.
      *            O  the credits-outstanding report for finance -
      *               every credit raised and not yet applied, the
      *               liability at the run date, totalled by
      *               currency.
      *          Both reports go through the shared RPTWRT writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S141.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReferralFile ASSIGN TO "./../referral.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFL-NEW-ID
           ALTERNATE RECORD KEY IS RFL-REFERRER-ID WITH DUPLICATES
           FILE STATUS IS WS-RFL-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT PaymentFile ASSIGN TO "./../payment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ReferralFile.
           COPY RFLREC.

       FD  DatabaseFile.
           COPY DBREC.

       FD  PaymentFile.
           COPY PAYREC.

       WORKING-STORAGE SECTION.
       01  WS-RFL-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-PAY-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-PAY-EOF-SWITCH            PIC X(01).
           88  WS-PAY-END-OF-FILE       VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-BD-DATE                   PIC 9(08).
       01  WS-BD-STATE                  PIC X(01).

      * Earn run.
       01  WS-NEW-STATUS                PIC X(01).
       01  WS-PAID-TOTAL                PIC S9(09)V99.
       01  WS-CREDIT-CLASS              PIC X(01).
       01  WS-CREDIT-AMOUNT             PIC 9(05)V99.
       01  WS-CREDIT-DIGITS             PIC 9(09).
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).
       01  WS-PENDING-SEEN              PIC 9(05) VALUE ZERO.
       01  WS-EARNED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-EARNED-TOTAL              PIC 9(09)V99 VALUE ZERO.
       01  WS-CANCELLED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CANCEL-REASON             PIC X(30).

      * League table - one row per referrer, built from the
      * register read in referrer order.
       01  WS-LGE-TABLE.
           05  WS-LGE OCCURS 500 TIMES
                   INDEXED BY WS-LGE-IDX.
               10  WS-LGE-REFERRER      PIC X(20).
               10  WS-LGE-REFERRED      PIC 9(05).
               10  WS-LGE-PAID          PIC 9(05).
               10  WS-LGE-RAISED        PIC 9(07)V99.
               10  WS-LGE-APPLIED       PIC 9(07)V99.
               10  WS-LGE-PRINTED       PIC X(01).
       01  WS-LGE-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-LGE-BEST                  PIC 9(03).
       01  WS-LGE-RANK                  PIC 9(03).
       01  WS-LGE-SUB                   PIC 9(03).
       01  WS-LGE-FULL-SWITCH           PIC X(01).
           88  WS-LGE-FULL              VALUE "Y".

      * Credits outstanding - totalled by currency.
       01  WS-CCY-TABLE.
           05  WS-CCY OCCURS 20 TIMES
                   INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CODE          PIC X(03).
               10  WS-CCY-COUNT         PIC 9(05).
               10  WS-CCY-TOTAL         PIC 9(09)V99.
       01  WS-CCY-COUNT-USED            PIC 9(02) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-WAITING-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-RANK               PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-REFERRER           PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-REFERRED           PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-PAID               PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-RAISED             PIC Z(06)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-APPLIED            PIC Z(06)9.99.

       01  WS-CREDIT-LINE.
           05  WS-CL-REFERRER           PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-NEW-ID             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-CLASS              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-EARNED             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-CURRENCY           PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-CREDIT             PIC Z(04)9.99.

       01  WS-AMOUNT-SHOWN              PIC Z(08)9.99.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S141".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           CALL "BIZDATE" USING WS-BD-DATE WS-BD-STATE
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S141 - MEMBER REFERRALS"
               DISPLAY "=============================================="
               DISPLAY "E=Earn credits  L=League table  "
                       "O=Credits outstanding  X=Exit: "
               MOVE SPACES TO WS-CHOICE
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "E"
                   WHEN "e"
                       PERFORM EARN-CREDITS
                   WHEN "L"
                   WHEN "l"
                       PERFORM LEAGUE-TABLE
                   WHEN "O"
                   WHEN "o"
                       PERFORM CREDITS-OUTSTANDING
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Each pending referral is looked at once a night until it
      * pays or falls away. The new member's receipts are summed
      * off payment.txt against the first charge recorded with the
      * referral, so a later renewal's money never earns a credit.
       EARN-CREDITS.
           MOVE ZERO TO WS-PENDING-SEEN
           MOVE ZERO TO WS-EARNED-COUNT
           MOVE ZERO TO WS-EARNED-TOTAL
           MOVE ZERO TO WS-CANCELLED-COUNT
           OPEN I-O ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "referral.txt not found - no referrals on "
                       "file."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - no credits raised."
               CLOSE ReferralFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REFERRAL
           PERFORM UNTIL WS-END-OF-FILE
               IF RFL-STATE-PENDING
                   ADD 1 TO WS-PENDING-SEEN
                   PERFORM CONSIDER-ONE-REFERRAL
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE DatabaseFile
           CLOSE ReferralFile

           MOVE WS-EARNED-TOTAL TO WS-AMOUNT-SHOWN
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Referral credits: " WS-EARNED-COUNT
                   " raised (" WS-AMOUNT-SHOWN "), "
                   WS-CANCELLED-COUNT " cancelled"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           DISPLAY "Pending referrals examined: " WS-PENDING-SEEN
           DISPLAY "Credits raised            : " WS-EARNED-COUNT
           DISPLAY "Credit amount raised      : " WS-AMOUNT-SHOWN
           DISPLAY "Referrals cancelled       : " WS-CANCELLED-COUNT.

       CONSIDER-ONE-REFERRAL.
           MOVE RFL-NEW-ID TO DB-ID
           PERFORM READ-MEMBER-STATUS
           IF WS-NEW-STATUS = SPACES OR WS-NEW-STATUS = "V"
               MOVE "new registration voided" TO WS-CANCEL-REASON
               PERFORM CANCEL-REFERRAL
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-NEW-MEMBER-PAYMENTS
           IF WS-PAID-TOTAL < RFL-FIRST-DUE
               EXIT PARAGRAPH
           END-IF

           MOVE RFL-REFERRER-ID TO DB-ID
           PERFORM READ-MEMBER-STATUS
           IF WS-NEW-STATUS = SPACES OR WS-NEW-STATUS = "V"
               MOVE "referrer no longer registered"
                       TO WS-CANCEL-REASON
               PERFORM CANCEL-REFERRAL
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-CREDIT-AMOUNT
           IF WS-CREDIT-AMOUNT = ZERO
               MOVE "no credit set for the class" TO WS-CANCEL-REASON
               PERFORM CANCEL-REFERRAL
               EXIT PARAGRAPH
           END-IF

           SET RFL-STATE-CREDITED TO TRUE
           MOVE WS-CREDIT-AMOUNT TO RFL-CREDIT
           MOVE WS-BD-DATE       TO RFL-EARNED-DATE
           REWRITE REFERRAL-RECORD
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "REWRITE of referral " RFL-NEW-ID
                       " failed - status " WS-RFL-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EARNED-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-EARNED-TOTAL
           DISPLAY "Credit " WS-CREDIT-AMOUNT " " RFL-CURRENCY
                   " raised for " RFL-REFERRER-ID
                   " - referred " RFL-NEW-ID.

      * Leaves the registration's status in WS-NEW-STATUS, spaces
      * when the ID is not on file.
       READ-MEMBER-STATUS.
           MOVE SPACES TO WS-NEW-STATUS
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DB-STATUS TO WS-NEW-STATUS
           END-READ.

       CANCEL-REFERRAL.
           SET RFL-STATE-CANCELLED TO TRUE
           MOVE WS-BD-DATE TO RFL-CLOSED-DATE
           REWRITE REFERRAL-RECORD
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "REWRITE of referral " RFL-NEW-ID
                       " failed - status " WS-RFL-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANCELLED-COUNT
           DISPLAY "Referral of " RFL-NEW-ID " by " RFL-REFERRER-ID
                   " cancelled - " WS-CANCEL-REASON.

       SUM-NEW-MEMBER-PAYMENTS.
           MOVE ZERO TO WS-PAID-TOTAL
           OPEN INPUT PaymentFile
           IF WS-PAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PAY-EOF-SWITCH
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-PAY-END-OF-FILE
               IF PAY-DB-ID = RFL-NEW-ID
                   IF PAY-REVERSING
                       SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
                   ELSE
                       ADD PAY-AMOUNT TO WS-PAID-TOTAL
                   END-IF
               END-IF
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           CLOSE PaymentFile.

      * The credit for a referral is set per class of the member
      * brought in, as whole cents in the site profile - a row from
      * before classes reads as Regular.
       LOOKUP-CREDIT-AMOUNT.
           MOVE RFL-CLASS TO WS-CREDIT-CLASS
           IF WS-CREDIT-CLASS = SPACES
               MOVE "R" TO WS-CREDIT-CLASS
           END-IF
           MOVE SPACES TO WS-CFG-NAME
           STRING "REFERRAL-CREDIT-" WS-CREDIT-CLASS
                   DELIMITED BY SIZE INTO WS-CFG-NAME
           EVALUATE WS-CREDIT-CLASS
               WHEN "S"
                   MOVE "000001000" TO WS-CFG-DEFAULT
               WHEN "C"
                   MOVE "000005000" TO WS-CFG-DEFAULT
               WHEN "H"
                   MOVE "000001000" TO WS-CFG-DEFAULT
               WHEN OTHER
                   MOVE "000002000" TO WS-CFG-DEFAULT
           END-EVALUATE
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           MOVE ZERO TO WS-CREDIT-AMOUNT
           IF WS-CFG-VALUE(1:9) IS NUMERIC
               MOVE WS-CFG-VALUE(1:9) TO WS-CREDIT-DIGITS
               COMPUTE WS-CREDIT-AMOUNT = WS-CREDIT-DIGITS / 100
           END-IF.

      * Every referrer with a live or converted referral, ranked by
      * members referred and then by credit raised.
       LEAGUE-TABLE.
           MOVE ZERO TO WS-LGE-COUNT
           MOVE "N" TO WS-LGE-FULL-SWITCH
           OPEN INPUT ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "referral.txt not found - no referrals on "
                       "file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RFL-REFERRER-ID
           MOVE "N" TO WS-EOF-SWITCH
           START ReferralFile KEY IS >= RFL-REFERRER-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM READ-NEXT-REFERRAL
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               IF NOT RFL-STATE-CANCELLED
                   PERFORM TALLY-ONE-REFERRER
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE ReferralFile
           IF WS-LGE-FULL
               DISPLAY "More than 500 referrers - the table lists "
                       "the first 500 in ID order."
           END-IF

           MOVE "s141lg" TO WS-RPT-ID
           MOVE "REFERRAL LEAGUE TABLE" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "As at " WS-BD-DATE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           STRING "RNK REFERRER             REFERRED  PAID"
                   "      RAISED     APPLIED"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-LGE-RANK FROM 1 BY 1
                   UNTIL WS-LGE-RANK > WS-LGE-COUNT
               PERFORM PRINT-NEXT-BEST
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Referrers listed: " WS-LGE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "League table written - " WS-LGE-COUNT
                   " referrer(s).".

      * The register comes in referrer order, so a new referrer is
      * always the last row of the table.
       TALLY-ONE-REFERRER.
           IF WS-LGE-COUNT = ZERO
                   OR WS-LGE-REFERRER(WS-LGE-COUNT) NOT =
                       RFL-REFERRER-ID
               IF WS-LGE-COUNT >= 500
                   SET WS-LGE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LGE-COUNT
               MOVE RFL-REFERRER-ID TO WS-LGE-REFERRER(WS-LGE-COUNT)
               MOVE ZERO TO WS-LGE-REFERRED(WS-LGE-COUNT)
               MOVE ZERO TO WS-LGE-PAID(WS-LGE-COUNT)
               MOVE ZERO TO WS-LGE-RAISED(WS-LGE-COUNT)
               MOVE ZERO TO WS-LGE-APPLIED(WS-LGE-COUNT)
               MOVE "N"  TO WS-LGE-PRINTED(WS-LGE-COUNT)
           END-IF
           ADD 1 TO WS-LGE-REFERRED(WS-LGE-COUNT)
           IF RFL-STATE-CREDITED OR RFL-STATE-APPLIED
               ADD 1 TO WS-LGE-PAID(WS-LGE-COUNT)
               ADD RFL-CREDIT TO WS-LGE-RAISED(WS-LGE-COUNT)
           END-IF
           IF RFL-STATE-APPLIED
               ADD RFL-CREDIT TO WS-LGE-APPLIED(WS-LGE-COUNT)
           END-IF.

       PRINT-NEXT-BEST.
           MOVE ZERO TO WS-LGE-BEST
           PERFORM VARYING WS-LGE-SUB FROM 1 BY 1
                   UNTIL WS-LGE-SUB > WS-LGE-COUNT
               IF WS-LGE-PRINTED(WS-LGE-SUB) = "N"
                   IF WS-LGE-BEST = ZERO
                       MOVE WS-LGE-SUB TO WS-LGE-BEST
                   ELSE
                       IF WS-LGE-REFERRED(WS-LGE-SUB)
                               > WS-LGE-REFERRED(WS-LGE-BEST)
                           OR (WS-LGE-REFERRED(WS-LGE-SUB)
                               = WS-LGE-REFERRED(WS-LGE-BEST)
                           AND WS-LGE-RAISED(WS-LGE-SUB)
                               > WS-LGE-RAISED(WS-LGE-BEST))
                           MOVE WS-LGE-SUB TO WS-LGE-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LGE-BEST = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LGE-PRINTED(WS-LGE-BEST)
           MOVE WS-LGE-RANK                  TO WS-DL-RANK
           MOVE WS-LGE-REFERRER(WS-LGE-BEST) TO WS-DL-REFERRER
           MOVE WS-LGE-REFERRED(WS-LGE-BEST) TO WS-DL-REFERRED
           MOVE WS-LGE-PAID(WS-LGE-BEST)     TO WS-DL-PAID
           MOVE WS-LGE-RAISED(WS-LGE-BEST)   TO WS-DL-RAISED
           MOVE WS-LGE-APPLIED(WS-LGE-BEST)  TO WS-DL-APPLIED
           MOVE WS-DETAIL-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * Credits raised and not yet taken against a renewal are owed
      * to members - the liability finance carries. Referrals still
      * waiting for the new member to pay are counted, not valued.
       CREDITS-OUTSTANDING.
           MOVE ZERO TO WS-CCY-COUNT-USED
           MOVE ZERO TO WS-OUTSTANDING-COUNT
           MOVE ZERO TO WS-WAITING-COUNT
           OPEN INPUT ReferralFile
           IF WS-RFL-STATUS NOT = "00"
               DISPLAY "referral.txt not found - no referrals on "
                       "file."
               EXIT PARAGRAPH
           END-IF
           MOVE "s141liab" TO WS-RPT-ID
           MOVE "REFERRAL CREDITS OUTSTANDING" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "As at " WS-BD-DATE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           STRING "REFERRER             NEW MEMBER           C "
                   "EARNED   CCY   CREDIT"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-REFERRAL
           PERFORM UNTIL WS-END-OF-FILE
               IF RFL-STATE-CREDITED
                   PERFORM LIST-ONE-CREDIT
               END-IF
               IF RFL-STATE-PENDING
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
               PERFORM READ-NEXT-REFERRAL
           END-PERFORM
           CLOSE ReferralFile

           PERFORM RPT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
               MOVE WS-CCY-TOTAL(WS-CCY-IDX) TO WS-AMOUNT-SHOWN
               STRING "Outstanding " WS-CCY-CODE(WS-CCY-IDX) ": "
                       WS-AMOUNT-SHOWN "  (" WS-CCY-COUNT(WS-CCY-IDX)
                       " credit(s))"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           STRING "Referrals waiting for the first fee to be paid: "
                   WS-WAITING-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "Credits outstanding: " WS-OUTSTANDING-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Credits outstanding report written - "
                   WS-OUTSTANDING-COUNT " credit(s).".

       LIST-ONE-CREDIT.
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE RFL-REFERRER-ID TO WS-CL-REFERRER
           MOVE RFL-NEW-ID      TO WS-CL-NEW-ID
           MOVE RFL-CLASS       TO WS-CL-CLASS
           MOVE RFL-EARNED-DATE TO WS-CL-EARNED
           MOVE RFL-CURRENCY    TO WS-CL-CURRENCY
           MOVE RFL-CREDIT      TO WS-CL-CREDIT
           MOVE WS-CREDIT-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE
           SET WS-CCY-IDX TO 1
           SEARCH WS-CCY
               AT END
                   IF WS-CCY-COUNT-USED < 20
                       ADD 1 TO WS-CCY-COUNT-USED
                       SET WS-CCY-IDX TO WS-CCY-COUNT-USED
                       MOVE RFL-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
                       MOVE 1 TO WS-CCY-COUNT(WS-CCY-IDX)
                       MOVE RFL-CREDIT TO WS-CCY-TOTAL(WS-CCY-IDX)
                   END-IF
               WHEN WS-CCY-IDX <= WS-CCY-COUNT-USED
                       AND WS-CCY-CODE(WS-CCY-IDX) = RFL-CURRENCY
                   ADD 1 TO WS-CCY-COUNT(WS-CCY-IDX)
                   ADD RFL-CREDIT TO WS-CCY-TOTAL(WS-CCY-IDX)
           END-SEARCH.

       READ-NEXT-REFERRAL.
           READ ReferralFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-NEXT-PAYMENT.
           READ PaymentFile
               AT END
                   SET WS-PAY-END-OF-FILE TO TRUE
           END-READ.

      * The reports go through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

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

       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S141.
