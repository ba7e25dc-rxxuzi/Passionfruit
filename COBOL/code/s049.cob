      *                    one row to the personal-data access log
      *                    through the shared ACCLOG subprogram -
      *                    S090 reports who viewed whom.
      *   2024-08-02  rxz  The balance lines now come from the member's
      *                    balance master row (balmast.txt) - charged,
      *                    paid, refunded, written off and balance due -
      *                    instead of DB-FEE less the payments listed,
      *                    which missed renewals, late fees, refunds and
      *                    write-offs. The payment lines still list from
      *                    payment.txt.
      *   2024-08-08  rxz  A household member (S126) now shows its
      *                    household - the primary and every linked
      *                    dependent, each with its balance due off the
      *                    balance master, and the household's combined
      *                    balance.
      *   2024-09-01  rxz  The member's live S138 cases (casefile.txt)
      *                    are listed - category, target date, overdue,
      *                    assignee and summary - and a balance held
      *                    disputed by one is shown with the
      *                    registration.
      *   2024-09-04  rxz  The acquisition campaign the member joined on
      *                    (DB-CAMPAIGN) is shown with the registration.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S049.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HouseholdFile ASSIGN TO "./../hshld.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSH-DB-ID
           ALTERNATE RECORD KEY IS HSH-PRIMARY-ID WITH DUPLICATES
           FILE STATUS IS WS-HSH-STATUS.

           SELECT CaseFile ASSIGN TO "./../casefile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSE-CASE-NO
           ALTERNATE RECORD KEY IS CSE-DB-ID WITH DUPLICATES
           FILE STATUS IS WS-CSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
       FD  PaymentFile.
           COPY PAYREC.

       FD  BalanceFile.
           COPY BALREC.

       FD  AuditFile.
           COPY AUDITREC.

       FD  HouseholdFile.
           COPY HSHREC.

       FD  CaseFile.
           COPY CSEREC.

       WORKING-STORAGE SECTION.
       01  WS-ACC-PROGRAM         PIC X(08).
       01  WS-ACC-DB-ID           PIC X(20).
       01  WS-EMP-STATUS          PIC XX.
       01  WS-MEM-STATUS          PIC XX.
       01  WS-PAY-STATUS          PIC XX.
       01  WS-BAL-STATUS          PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-AUDIT-PATH          PIC X(60).
       01  WS-PAY-EOF-SWITCH      PIC X(01) VALUE "N".
       01  WS-AUD-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUD-END-OF-FILE VALUE "Y".
       01  WS-LOOKUP-ID           PIC X(20).
       01  WS-PAY-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CHANGE-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-MODE-DESC           PIC X(06).
       01  WS-HSH-STATUS          PIC XX.
       01  WS-HSH-EOF-SWITCH      PIC X(01).
           88  WS-HSH-END-OF-FILE VALUE "Y".
       01  WS-HSH-ROLE            PIC X(01).
       01  WS-HSH-PRIMARY-ID      PIC X(20).
       01  WS-HSH-ROLE-DESC       PIC X(09).
       01  WS-HSH-BALANCE         PIC S9(09)V99.
       01  WS-HSH-TOTAL           PIC S9(11)V99.
       01  WS-HSH-BAL-OPEN-SWITCH PIC X(01).
           88  WS-HSH-BAL-OPEN    VALUE "Y".
       01  WS-CSE-STATUS          PIC XX.
       01  WS-CSE-EOF-SWITCH      PIC X(01).
           88  WS-CSE-END-OF-FILE VALUE "Y".
       01  WS-OPEN-CASE-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-TODAY-DATE          PIC 9(08).
       01  WS-CASE-STATUS-DESC    PIC X(14).
       01  WS-CASE-LATE-DESC      PIC X(08).
       01  WS-CASE-HOLD-DESC      PIC X(08).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Fee charged: " DB-FEE " " DB-CURRENCY
           DISPLAY "Status     : " DB-STATUS
           DISPLAY "Paid thru  : " DB-PAID-THRU
           IF DB-BALANCE-DISPUTED
               DISPLAY "Disputed   : balance disputed - dunning held"
           END-IF
           IF DB-CAMPAIGN NOT = SPACES AND DB-CAMPAIGN NOT = LOW-VALUES
               DISPLAY "Campaign   : " DB-CAMPAIGN
           END-IF

           PERFORM SHOW-HANDLER
           MOVE DB-HOUSEHOLD-ROLE TO WS-HSH-ROLE
           CLOSE DatabaseFile

           IF WS-HSH-ROLE = "P" OR WS-HSH-ROLE = "D"
               PERFORM SHOW-HOUSEHOLD
           END-IF
           PERFORM SHOW-MEMBER-DETAILS
           PERFORM SHOW-OPEN-CASES
           PERFORM SHOW-PAYMENT-HISTORY
           PERFORM SHOW-CHANGE-HISTORY
           PERFORM LOG-RECORD-ACCESS
           END-READ
           CLOSE MemberDetailsFile.

      * The member's live S138 cases - open or waiting on the
      * member - with the target date and whether it has passed.
       SHOW-OPEN-CASES.
           DISPLAY "--- Open cases ------------------------------------"
           OPEN INPUT CaseFile
           IF WS-CSE-STATUS NOT = "00"
               DISPLAY "(no case file)"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-CSE-EOF-SWITCH
           MOVE WS-LOOKUP-ID TO CSE-DB-ID
           START CaseFile KEY IS = CSE-DB-ID
               INVALID KEY
                   SET WS-CSE-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-CSE-END-OF-FILE
               READ CaseFile NEXT RECORD
                   AT END
                       SET WS-CSE-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CSE-DB-ID NOT = WS-LOOKUP-ID
                           SET WS-CSE-END-OF-FILE TO TRUE
                       ELSE
                           IF CSE-STATUS-LIVE
                               PERFORM SHOW-ONE-OPEN-CASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseFile
           DISPLAY "Open cases : " WS-OPEN-CASE-COUNT.

       SHOW-ONE-OPEN-CASE.
           ADD 1 TO WS-OPEN-CASE-COUNT
           IF CSE-STATUS-WAITING
               MOVE "waiting member" TO WS-CASE-STATUS-DESC
           ELSE
               MOVE "open" TO WS-CASE-STATUS-DESC
           END-IF
           MOVE SPACES TO WS-CASE-LATE-DESC
           IF CSE-TARGET-DATE < WS-TODAY-DATE
               MOVE "OVERDUE" TO WS-CASE-LATE-DESC
           END-IF
           MOVE SPACES TO WS-CASE-HOLD-DESC
           IF CSE-BALANCE-DISPUTED
               MOVE "DISPUTED" TO WS-CASE-HOLD-DESC
           END-IF
           DISPLAY CSE-CASE-NO " " CSE-CATEGORY " opened "
                   CSE-OPENED-DATE " target " CSE-TARGET-DATE " "
                   WS-CASE-LATE-DESC " " WS-CASE-STATUS-DESC
           DISPLAY "    assigned " CSE-ASSIGNED-TO " "
                   WS-CASE-HOLD-DESC " " CSE-SUMMARY.

       SHOW-PAYMENT-HISTORY.
           DISPLAY "--- Payments --------------------------------------"
           OPEN INPUT PaymentFile
               PERFORM UNTIL WS-PAY-END-OF-FILE
                   IF PAY-DB-ID = WS-LOOKUP-ID
                       ADD 1 TO WS-PAY-COUNT
                       DISPLAY PAY-DATE " " PAY-AMOUNT
                               " receipt " PAY-RECEIPT-NO
                               " by " PAY-OPERATOR
               END-PERFORM
               CLOSE PaymentFile
           END-IF
           DISPLAY "Payments   : " WS-PAY-COUNT
           PERFORM SHOW-BALANCE-MASTER.

      * Where the account stands, off the balance master the posting
      * programs keep - no rescan of the ledgers.
       SHOW-BALANCE-MASTER.
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "(no balance master - run S124)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO BAL-DB-ID
           READ BalanceFile KEY IS BAL-DB-ID
               INVALID KEY
                   DISPLAY "Balance due: nothing charged or paid yet"
               NOT INVALID KEY
                   DISPLAY "Charged    : " BAL-CHARGED
                   DISPLAY "Paid       : " BAL-PAID
                   DISPLAY "Refunded   : " BAL-REFUNDED
                   DISPLAY "Written off: " BAL-WRITTEN-OFF
                   DISPLAY "Balance due: " BAL-BALANCE
           END-READ
           CLOSE BalanceFile.

      * The household the member belongs to - the primary and each
      * linked dependent, with each one's balance off the master and
      * the household's combined balance.
       SHOW-HOUSEHOLD.
           DISPLAY "--- Household -------------------------------------"
           OPEN INPUT HouseholdFile
           IF WS-HSH-STATUS NOT = "00"
               DISPLAY "(no household register)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO WS-HSH-PRIMARY-ID
           IF WS-HSH-ROLE = "D"
               MOVE WS-LOOKUP-ID TO HSH-DB-ID
               READ HouseholdFile KEY IS HSH-DB-ID
                   INVALID KEY
                       DISPLAY "(dependent row missing from hshld.txt)"
                       CLOSE HouseholdFile
                       EXIT PARAGRAPH
               END-READ
               MOVE HSH-PRIMARY-ID TO WS-HSH-PRIMARY-ID
           END-IF
           DISPLAY "Primary    : " WS-HSH-PRIMARY-ID

           MOVE "N" TO WS-HSH-BAL-OPEN-SWITCH
           OPEN INPUT BalanceFile
           IF WS-BAL-STATUS = "00"
               SET WS-HSH-BAL-OPEN TO TRUE
           END-IF
           MOVE ZERO TO WS-HSH-TOTAL
           MOVE "N" TO WS-HSH-EOF-SWITCH
           MOVE WS-HSH-PRIMARY-ID TO HSH-PRIMARY-ID
           START HouseholdFile KEY IS = HSH-PRIMARY-ID
               INVALID KEY
                   SET WS-HSH-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-HSH-END-OF-FILE
               READ HouseholdFile NEXT RECORD
                   AT END
                       SET WS-HSH-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HSH-PRIMARY-ID NOT = WS-HSH-PRIMARY-ID
                           SET WS-HSH-END-OF-FILE TO TRUE
                       ELSE
                           IF HSH-STATE-LINKED
                               PERFORM SHOW-HOUSEHOLD-MEMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HSH-BAL-OPEN
               CLOSE BalanceFile
           END-IF
           CLOSE HouseholdFile
           DISPLAY "Household balance due: " WS-HSH-TOTAL.

       SHOW-HOUSEHOLD-MEMBER.
           MOVE ZERO TO WS-HSH-BALANCE
           IF WS-HSH-BAL-OPEN
               MOVE HSH-DB-ID TO BAL-DB-ID
               READ BalanceFile KEY IS BAL-DB-ID
                   NOT INVALID KEY
                       MOVE BAL-BALANCE TO WS-HSH-BALANCE
               END-READ
           END-IF
           ADD WS-HSH-BALANCE TO WS-HSH-TOTAL
           IF HSH-ROLE-PRIMARY
               MOVE "primary" TO WS-HSH-ROLE-DESC
           ELSE
               MOVE "dependent" TO WS-HSH-ROLE-DESC
           END-IF
           DISPLAY "  " HSH-DB-ID " " WS-HSH-ROLE-DESC
                   " since " HSH-LINKED-DATE " balance "
                   WS-HSH-BALANCE.

       READ-NEXT-PAYMENT.
           READ PaymentFile
