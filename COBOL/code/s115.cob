      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-01
      * Purpose: Chart-of-accounts and posting-rules maintenance.
      *          Finance owns its ledger structure, so the account
      *          codes the GL extract posts to now live in two small
      *          tables instead of in the programs: the chart
      *          (glchart.txt, COAREC layout - every account finance
      *          recognises, its name, kind and state) and the
      *          posting rules (glrule.txt, GLRULE layout - which
      *          debit and credit account each movement type posts
      *          to, optionally per branch and per currency). S042,
      *          S085 and the later GL writers resolve their accounts
      *          through the GLACCT subprogram; S101 refuses any
      *          posting to an account not active on the chart. A
      *          rule may only name active chart accounts, and an
      *          account a rule still names cannot be deactivated.
      *          On the very first run the chart and rules matching
      *          the old hard-coded accounts are written out, the
      *          S027 default-table habit. Supervisor sign-on, the
      *          S042 regenerate stance.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-04  rxz  The starting chart carries DEFINCOM
      *                    (unearned fee income) and the starting
      *                    rules post fees and renewals to it, with
      *                    a DEFREL rule for S116's monthly release
      *                    to FEEINCOM.
      *   2024-07-08  rxz  Payables: the starting chart carries
      *                    PURCHASE (equipment and supplies bought)
      *                    and APTRADE (trade payables), and the
      *                    starting rules post S117's supplier
      *                    invoices (APINV) from one to the other.
      *   2024-07-11  rxz  The starting rules post S118's confirmed
      *                    supplier payments (APPAY) from trade
      *                    payables to cash.
      *   2024-07-21  rxz  The starting chart carries LATEFEE (late
      *                    payment fee income) and the starting
      *                    rules post S069's late fees to it
      *                    (LATEFEE) and back out of it when waived
      *                    (LATEWAIV, with LATEWTAX for their tax).
      *   2024-07-24  rxz  The starting chart carries AGYCOMM
      *                    (collection agency commission) and the
      *                    starting rules post the commission S121
      *                    imports to it against FEEINCOM.
      *   2024-08-20  rxz  The starting chart carries CARDFEE
      *                    (replacement card fee income) and the
      *                    starting rules post S134's replacement-card
      *                    fees to it (CARDFEE) against CASH.
      *   2024-09-07  rxz  The starting chart carries REFEXP (member
      *                    referral credits, expense) and REFLIAB
      *                    (referral credits outstanding, liability),
      *                    and the starting rules post S042's REFCRED
      *                    movement REFEXP / REFLIAB and REFAPPL REFLIAB
      *                    / CASH.
      *   2024-10-19  rxz  The starting chart carries DEPTRCHG
      *                    (departmental equipment recharges, expense)
      *                    and EQUIPREC (equipment recharges recovered,
      *                    income), and the starting rules post S155's
      *                    monthly chargeback (RECHARGE) from one to the
      *                    other - the debit normally goes to the
      *                    department's own cost centre instead.
      *   2024-11-03  rxz  The starting chart carries EQUIPMNT
      *                    (equipment at cost, asset), DISPGAIN (gain on
      *                    disposal, income) and DISPLOSS (loss on
      *                    disposal, expense), and the starting rules
      *                    post S159's disposals: DISPDEP ACCUMDEP /
      *                    EQUIPMNT, DISPPROC CASH / EQUIPMNT, DISPLOSS
      *                    DISPLOSS / EQUIPMNT and DISPGAIN EQUIPMNT /
      *                    DISPGAIN.
      *   2024-11-12  rxz  Starting posting rules for S162's credit
      *                    notes: CRNOTE FEEINCOM / CASH and CRNTAX
      *                    TAXPAYAB / CASH.
      *   2024-11-15  rxz  The starting chart carries EVENTINC (event
      *                    and course fee income), and the starting
      *                    rules post S163's event places: EVENTFEE CASH
      *                    / EVENTINC.
      *   2024-11-18  rxz  The starting chart carries LOANDEPL (member
      *                    loan deposits held, a liability) and LOANINC
      *                    (member loan recoveries), and the starting
      *                    rules post the member loan deposits: LOANDEP
      *                    CASH / LOANDEPL, LOANDREF LOANDEPL / CASH,
      *                    LOANDKEP LOANDEPL / LOANINC and LOANSHRT CASH
      *                    / LOANINC.
      *   2024-11-24  rxz  The starting chart carries GIFTLIAB (gift
      *                    vouchers outstanding, a liability) and
      *                    GIFTINC (gift voucher income), and the
      *                    starting rules post the gift vouchers:
      *                    GIFTSALE CASH / GIFTLIAB, GIFTREDM GIFTLIAB /
      *                    CASH and GIFTREL GIFTLIAB / GIFTINC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S115.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN TO "./../glchart.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT PostingRuleFile ASSIGN TO "./../glrule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GPR-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ChartFile.
           COPY COAREC.

       FD  PostingRuleFile.
           COPY GLRULE.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-COA-STATUS                PIC XX.
       01  WS-GPR-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-OVERFLOW-SWITCH           PIC X(01) VALUE "N".
           88  WS-FILE-OVERFLOWED       VALUE "Y".
       01  WS-CHANGED-SWITCH            PIC X(01) VALUE "N".
           88  WS-TABLES-CHANGED        VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ROW-FOUND             VALUE "Y".
       01  WS-IN-USE-SWITCH             PIC X(01).
           88  WS-ACCOUNT-IN-USE        VALUE "Y".
       01  WS-WORK-ACCOUNT              PIC X(08).
       01  WS-WORK-NAME                 PIC X(30).
       01  WS-WORK-TYPE                 PIC X(01).
       01  WS-WORK-MOVEMENT             PIC X(08).
       01  WS-WORK-BRANCH               PIC X(03).
       01  WS-WORK-CURRENCY             PIC X(03).
       01  WS-WORK-DR                   PIC X(08).
       01  WS-WORK-CR                   PIC X(08).
       01  WS-CHECK-ACCOUNT             PIC X(08).
       01  WS-CHECK-OK-SWITCH           PIC X(01).
           88  WS-CHECK-ACCOUNT-OK      VALUE "Y".
       01  WS-CONFIRM                   PIC X(01).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S115".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

      * Both tables are small - load them, change them in storage,
      * write them back on exit, the S045 fee-schedule shape.
       01  WS-CHART-TABLE.
           05  WS-COA OCCURS 200 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-ACCOUNT       PIC X(08).
               10  WS-COA-NAME          PIC X(30).
               10  WS-COA-TYPE          PIC X(01).
               10  WS-COA-STATE         PIC X(01).
       01  WS-COA-COUNT                 PIC 9(03) VALUE ZERO.

       01  WS-RULE-TABLE.
           05  WS-GPR OCCURS 300 TIMES
                   INDEXED BY WS-GPR-IDX.
               10  WS-GPR-MOVEMENT      PIC X(08).
               10  WS-GPR-BRANCH        PIC X(03).
               10  WS-GPR-CURRENCY      PIC X(03).
               10  WS-GPR-DR            PIC X(08).
               10  WS-GPR-CR            PIC X(08).
               10  WS-GPR-DELETED       PIC X(01).
       01  WS-GPR-COUNT                 PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM SUPERVISOR-SIGN-ON
           PERFORM LOAD-CHART
           PERFORM LOAD-RULES
           IF WS-FILE-OVERFLOWED
               DISPLAY "glchart.txt or glrule.txt holds more rows "
                       "than one session's table - maintenance "
                       "refused so nothing past the table is lost."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S115 - CHART OF ACCOUNTS AND POSTING RULES"
               DISPLAY "=============================================="
               DISPLAY "C=List chart  A=Add/change account  "
                       "I=Inactivate account"
               DISPLAY "R=List rules  P=Put rule  D=Delete rule  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "C"
                   WHEN "c"
                       PERFORM LIST-CHART
                   WHEN "A"
                   WHEN "a"
                       PERFORM PUT-ACCOUNT
                   WHEN "I"
                   WHEN "i"
                       PERFORM INACTIVATE-ACCOUNT
                   WHEN "R"
                   WHEN "r"
                       PERFORM LIST-RULES
                   WHEN "P"
                   WHEN "p"
                       PERFORM PUT-RULE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-RULE
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           IF WS-TABLES-CHANGED
               PERFORM WRITE-CHART-BACK
               PERFORM WRITE-RULES-BACK
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Chart/posting rules changed by operator "
                       WS-SIGNON-ID "." DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF
           STOP RUN.

      * Refund-desk sign-on stance: a supervisor profile, checked
      * against the hash (legacy plaintext rows compare directly),
      * three tries, no unprovisioned fallback.
       SUPERVISOR-SIGN-ON.
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - chart maintenance needs a "
                       "supervisor profile."
               STOP RUN
           END-IF
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
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - maintenance refused."
               STOP RUN
           END-IF.

      * No chart yet - the accounts the programs have always posted
      * to are written out as the starting chart, with rules that
      * reproduce the old literals, so nothing posts differently
      * until finance changes something.
       LOAD-CHART.
           OPEN INPUT ChartFile
           IF WS-COA-STATUS = "35"
               PERFORM WRITE-DEFAULT-CHART
               OPEN INPUT ChartFile
           END-IF
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "glchart.txt could not be opened - status "
                       WS-COA-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL WS-END-OF-FILE OR WS-COA-COUNT >= 200
               ADD 1 TO WS-COA-COUNT
               SET WS-COA-IDX TO WS-COA-COUNT
               MOVE COA-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-IDX)
               MOVE COA-NAME    TO WS-COA-NAME(WS-COA-IDX)
               MOVE COA-TYPE    TO WS-COA-TYPE(WS-COA-IDX)
               MOVE COA-STATE   TO WS-COA-STATE(WS-COA-IDX)
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM
           IF NOT WS-END-OF-FILE
               SET WS-FILE-OVERFLOWED TO TRUE
           END-IF
           CLOSE ChartFile.

       READ-NEXT-ACCOUNT.
           READ ChartFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-RULES.
           OPEN INPUT PostingRuleFile
           IF WS-GPR-STATUS = "35"
               PERFORM WRITE-DEFAULT-RULES
               OPEN INPUT PostingRuleFile
           END-IF
           IF WS-GPR-STATUS NOT = "00"
               DISPLAY "glrule.txt could not be opened - status "
                       WS-GPR-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-RULE
           PERFORM UNTIL WS-END-OF-FILE OR WS-GPR-COUNT >= 300
               ADD 1 TO WS-GPR-COUNT
               SET WS-GPR-IDX TO WS-GPR-COUNT
               MOVE GPR-MOVEMENT   TO WS-GPR-MOVEMENT(WS-GPR-IDX)
               MOVE GPR-BRANCH     TO WS-GPR-BRANCH(WS-GPR-IDX)
               MOVE GPR-CURRENCY   TO WS-GPR-CURRENCY(WS-GPR-IDX)
               MOVE GPR-DR-ACCOUNT TO WS-GPR-DR(WS-GPR-IDX)
               MOVE GPR-CR-ACCOUNT TO WS-GPR-CR(WS-GPR-IDX)
               MOVE "N"            TO WS-GPR-DELETED(WS-GPR-IDX)
               PERFORM READ-NEXT-RULE
           END-PERFORM
           IF NOT WS-END-OF-FILE
               SET WS-FILE-OVERFLOWED TO TRUE
           END-IF
           CLOSE PostingRuleFile.

       READ-NEXT-RULE.
           READ PostingRuleFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       WRITE-DEFAULT-CHART.
           OPEN OUTPUT ChartFile
           MOVE "CASH    " TO COA-ACCOUNT
           MOVE "CASH AT BANK AND IN HAND" TO COA-NAME
           SET COA-TYPE-ASSET TO TRUE
           SET COA-STATE-ACTIVE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "RECEIVBL" TO COA-ACCOUNT
           MOVE "MEMBER RECEIVABLES" TO COA-NAME
           SET COA-TYPE-ASSET TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "ACCUMDEP" TO COA-ACCOUNT
           MOVE "ACCUMULATED DEPRECIATION" TO COA-NAME
           SET COA-TYPE-ASSET TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "TAXPAYAB" TO COA-ACCOUNT
           MOVE "TAX PAYABLE" TO COA-NAME
           SET COA-TYPE-LIABILITY TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "DEFINCOM" TO COA-ACCOUNT
           MOVE "DEFERRED MEMBERSHIP INCOME" TO COA-NAME
           SET COA-TYPE-LIABILITY TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "APTRADE " TO COA-ACCOUNT
           MOVE "TRADE PAYABLES" TO COA-NAME
           SET COA-TYPE-LIABILITY TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "FEEINCOM" TO COA-ACCOUNT
           MOVE "MEMBERSHIP FEE INCOME" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "LATEFEE " TO COA-ACCOUNT
           MOVE "LATE PAYMENT FEE INCOME" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "CARDFEE " TO COA-ACCOUNT
           MOVE "REPLACEMENT CARD FEE INCOME" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "FXGAIN  " TO COA-ACCOUNT
           MOVE "FOREIGN EXCHANGE GAIN" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "WRITEOFF" TO COA-ACCOUNT
           MOVE "BAD DEBTS WRITTEN OFF" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "DEPRECEX" TO COA-ACCOUNT
           MOVE "DEPRECIATION EXPENSE" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "PURCHASE" TO COA-ACCOUNT
           MOVE "EQUIPMENT AND SUPPLIES BOUGHT" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "FXLOSS  " TO COA-ACCOUNT
           MOVE "FOREIGN EXCHANGE LOSS" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "AGYCOMM " TO COA-ACCOUNT
           MOVE "COLLECTION AGENCY COMMISSION" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "REFEXP  " TO COA-ACCOUNT
           MOVE "MEMBER REFERRAL CREDITS" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "REFLIAB " TO COA-ACCOUNT
           MOVE "REFERRAL CREDITS OUTSTANDING" TO COA-NAME
           SET COA-TYPE-LIABILITY TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "DEPTRCHG" TO COA-ACCOUNT
           MOVE "DEPARTMENT EQUIPMENT RECHARGES" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "EQUIPREC" TO COA-ACCOUNT
           MOVE "EQUIPMENT RECHARGES RECOVERED" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "EQUIPMNT" TO COA-ACCOUNT
           MOVE "EQUIPMENT AT COST" TO COA-NAME
           SET COA-TYPE-ASSET TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "DISPGAIN" TO COA-ACCOUNT
           MOVE "GAIN ON EQUIPMENT DISPOSAL" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "DISPLOSS" TO COA-ACCOUNT
           MOVE "LOSS ON EQUIPMENT DISPOSAL" TO COA-NAME
           SET COA-TYPE-EXPENSE TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "EVENTINC" TO COA-ACCOUNT
           MOVE "EVENT AND COURSE FEE INCOME" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "LOANDEPL" TO COA-ACCOUNT
           MOVE "MEMBER LOAN DEPOSITS HELD" TO COA-NAME
           SET COA-TYPE-LIABILITY TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "LOANINC " TO COA-ACCOUNT
           MOVE "MEMBER LOAN RECOVERIES" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "GIFTLIAB" TO COA-ACCOUNT
           MOVE "GIFT VOUCHERS OUTSTANDING" TO COA-NAME
           SET COA-TYPE-LIABILITY TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           MOVE "GIFTINC " TO COA-ACCOUNT
           MOVE "GIFT VOUCHER INCOME" TO COA-NAME
           SET COA-TYPE-INCOME TO TRUE
           WRITE CHART-ACCOUNT-RECORD
           CLOSE ChartFile
           DISPLAY "glchart.txt not found - default chart written.".

       WRITE-DEFAULT-RULES.
           OPEN OUTPUT PostingRuleFile
           MOVE SPACES TO GPR-BRANCH
           MOVE SPACES TO GPR-CURRENCY
           MOVE "FEE     " TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "DEFINCOM" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "RENEWAL " TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "DEFINCOM" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "DEFREL  " TO GPR-MOVEMENT
           MOVE "DEFINCOM" TO GPR-DR-ACCOUNT
           MOVE "FEEINCOM" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "TAX     " TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "TAXPAYAB" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "REFUND  " TO GPR-MOVEMENT
           MOVE "FEEINCOM" TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "WRITEOFF" TO GPR-MOVEMENT
           MOVE "WRITEOFF" TO GPR-DR-ACCOUNT
           MOVE "FEEINCOM" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "DEPREC  " TO GPR-MOVEMENT
           MOVE "DEPRECEX" TO GPR-DR-ACCOUNT
           MOVE "ACCUMDEP" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "APINV   " TO GPR-MOVEMENT
           MOVE "PURCHASE" TO GPR-DR-ACCOUNT
           MOVE "APTRADE " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "APPAY   " TO GPR-MOVEMENT
           MOVE "APTRADE " TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "LATEFEE " TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "LATEFEE " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "LATEWAIV" TO GPR-MOVEMENT
           MOVE "LATEFEE " TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "LATEWTAX" TO GPR-MOVEMENT
           MOVE "TAXPAYAB" TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "AGYCOMM " TO GPR-MOVEMENT
           MOVE "AGYCOMM " TO GPR-DR-ACCOUNT
           MOVE "FEEINCOM" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "CARDFEE " TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "CARDFEE " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "REFCRED " TO GPR-MOVEMENT
           MOVE "REFEXP  " TO GPR-DR-ACCOUNT
           MOVE "REFLIAB " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "RECHARGE" TO GPR-MOVEMENT
           MOVE "DEPTRCHG" TO GPR-DR-ACCOUNT
           MOVE "EQUIPREC" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "REFAPPL " TO GPR-MOVEMENT
           MOVE "REFLIAB " TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "DISPDEP " TO GPR-MOVEMENT
           MOVE "ACCUMDEP" TO GPR-DR-ACCOUNT
           MOVE "EQUIPMNT" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "DISPPROC" TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "EQUIPMNT" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "DISPLOSS" TO GPR-MOVEMENT
           MOVE "DISPLOSS" TO GPR-DR-ACCOUNT
           MOVE "EQUIPMNT" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "DISPGAIN" TO GPR-MOVEMENT
           MOVE "EQUIPMNT" TO GPR-DR-ACCOUNT
           MOVE "DISPGAIN" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "CRNOTE  " TO GPR-MOVEMENT
           MOVE "FEEINCOM" TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "CRNTAX  " TO GPR-MOVEMENT
           MOVE "TAXPAYAB" TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "EVENTFEE" TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "EVENTINC" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "LOANDEP " TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "LOANDEPL" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "LOANDREF" TO GPR-MOVEMENT
           MOVE "LOANDEPL" TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "LOANDKEP" TO GPR-MOVEMENT
           MOVE "LOANDEPL" TO GPR-DR-ACCOUNT
           MOVE "LOANINC " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "LOANSHRT" TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "LOANINC " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "GIFTSALE" TO GPR-MOVEMENT
           MOVE "CASH    " TO GPR-DR-ACCOUNT
           MOVE "GIFTLIAB" TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "GIFTREDM" TO GPR-MOVEMENT
           MOVE "GIFTLIAB" TO GPR-DR-ACCOUNT
           MOVE "CASH    " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           MOVE "GIFTREL " TO GPR-MOVEMENT
           MOVE "GIFTLIAB" TO GPR-DR-ACCOUNT
           MOVE "GIFTINC " TO GPR-CR-ACCOUNT
           WRITE POSTING-RULE-RECORD
           CLOSE PostingRuleFile
           DISPLAY "glrule.txt not found - default posting rules "
                   "written.".

       LIST-CHART.
           DISPLAY "ACCOUNT  NAME                           TYPE STATE"
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               DISPLAY WS-COA-ACCOUNT(WS-COA-IDX) " "
                       WS-COA-NAME(WS-COA-IDX) " "
                       WS-COA-TYPE(WS-COA-IDX) "    "
                       WS-COA-STATE(WS-COA-IDX)
           END-PERFORM
           DISPLAY "Accounts on the chart: " WS-COA-COUNT.

      * A new code is appended; an existing one takes the new name
      * and kind and is made active again.
       PUT-ACCOUNT.
           DISPLAY "Account code (8 chars): "
           ACCEPT WS-WORK-ACCOUNT
           IF WS-WORK-ACCOUNT = SPACES
               DISPLAY "An account code is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account name: "
           ACCEPT WS-WORK-NAME
           DISPLAY "Kind (A=asset L=liability Q=equity I=income "
                   "E=expense): "
           ACCEPT WS-WORK-TYPE
           MOVE WS-WORK-TYPE TO COA-TYPE
           IF NOT COA-TYPE-VALID
               DISPLAY "Kind must be A, L, Q, I or E - no change "
                       "made."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           IF NOT WS-ROW-FOUND
               IF WS-COA-COUNT >= 200
                   DISPLAY "Chart table is full - account NOT added."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COA-COUNT
               SET WS-COA-IDX TO WS-COA-COUNT
               MOVE WS-WORK-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-IDX)
           END-IF
           MOVE WS-WORK-NAME TO WS-COA-NAME(WS-COA-IDX)
           MOVE WS-WORK-TYPE TO WS-COA-TYPE(WS-COA-IDX)
           MOVE "A"          TO WS-COA-STATE(WS-COA-IDX)
           SET WS-TABLES-CHANGED TO TRUE
           DISPLAY "Account " WS-WORK-ACCOUNT " is on the chart.".

      * An account a live rule still posts to stays active - the
      * rule has to move first, or the next extract would post to
      * an account S101 then refuses.
       INACTIVATE-ACCOUNT.
           DISPLAY "Account code to inactivate: "
           ACCEPT WS-WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF NOT WS-ROW-FOUND
               DISPLAY "Account " WS-WORK-ACCOUNT " is not on the "
                       "chart."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-USE-SWITCH
           PERFORM VARYING WS-GPR-IDX FROM 1 BY 1
                   UNTIL WS-GPR-IDX > WS-GPR-COUNT
               IF WS-GPR-DELETED(WS-GPR-IDX) NOT = "Y"
                   IF WS-GPR-DR(WS-GPR-IDX) = WS-WORK-ACCOUNT
                           OR WS-GPR-CR(WS-GPR-IDX) = WS-WORK-ACCOUNT
                       SET WS-ACCOUNT-IN-USE TO TRUE
                       DISPLAY "  still named by rule "
                               WS-GPR-MOVEMENT(WS-GPR-IDX) " "
                               WS-GPR-BRANCH(WS-GPR-IDX) " "
                               WS-GPR-CURRENCY(WS-GPR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-IN-USE
               DISPLAY "Account is still posted to - change those "
                       "rules first."
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO WS-COA-STATE(WS-COA-IDX)
           SET WS-TABLES-CHANGED TO TRUE
           DISPLAY "Account " WS-WORK-ACCOUNT " inactivated.".

       FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT OR WS-ROW-FOUND
               IF WS-COA-ACCOUNT(WS-COA-IDX) = WS-WORK-ACCOUNT
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND
               SET WS-COA-IDX DOWN BY 1
           END-IF.

      * Is WS-CHECK-ACCOUNT on the chart and active?
       CHECK-ACCOUNT-ON-CHART.
           MOVE "N" TO WS-CHECK-OK-SWITCH
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-ACCOUNT(WS-COA-IDX) = WS-CHECK-ACCOUNT
                       AND WS-COA-STATE(WS-COA-IDX) = "A"
                   SET WS-CHECK-ACCOUNT-OK TO TRUE
               END-IF
           END-PERFORM.

       LIST-RULES.
           DISPLAY "MOVEMENT BRN CCY DEBIT    CREDIT"
           PERFORM VARYING WS-GPR-IDX FROM 1 BY 1
                   UNTIL WS-GPR-IDX > WS-GPR-COUNT
               IF WS-GPR-DELETED(WS-GPR-IDX) NOT = "Y"
                   DISPLAY WS-GPR-MOVEMENT(WS-GPR-IDX) " "
                           WS-GPR-BRANCH(WS-GPR-IDX) " "
                           WS-GPR-CURRENCY(WS-GPR-IDX) " "
                           WS-GPR-DR(WS-GPR-IDX) " "
                           WS-GPR-CR(WS-GPR-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Blank branch or currency = any.".

      * One rule per movement/branch/currency - putting a rule for
      * a key already on the table replaces its accounts.
       PUT-RULE.
           PERFORM ENTER-RULE-KEY
           DISPLAY "Debit account : "
           ACCEPT WS-WORK-DR
           DISPLAY "Credit account: "
           ACCEPT WS-WORK-CR
           MOVE WS-WORK-DR TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT-ON-CHART
           IF NOT WS-CHECK-ACCOUNT-OK
               DISPLAY "Debit account " WS-WORK-DR " is not active "
                       "on the chart - no change made."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-CR TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT-ON-CHART
           IF NOT WS-CHECK-ACCOUNT-OK
               DISPLAY "Credit account " WS-WORK-CR " is not active "
                       "on the chart - no change made."
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-DR = WS-WORK-CR
               DISPLAY "Debit and credit must differ - no change "
                       "made."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RULE
           IF NOT WS-ROW-FOUND
               IF WS-GPR-COUNT >= 300
                   DISPLAY "Rules table is full - rule NOT added."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GPR-COUNT
               SET WS-GPR-IDX TO WS-GPR-COUNT
               MOVE WS-WORK-MOVEMENT TO WS-GPR-MOVEMENT(WS-GPR-IDX)
               MOVE WS-WORK-BRANCH   TO WS-GPR-BRANCH(WS-GPR-IDX)
               MOVE WS-WORK-CURRENCY TO WS-GPR-CURRENCY(WS-GPR-IDX)
           END-IF
           MOVE WS-WORK-DR TO WS-GPR-DR(WS-GPR-IDX)
           MOVE WS-WORK-CR TO WS-GPR-CR(WS-GPR-IDX)
           MOVE "N"        TO WS-GPR-DELETED(WS-GPR-IDX)
           SET WS-TABLES-CHANGED TO TRUE
           DISPLAY "Rule " WS-WORK-MOVEMENT " now posts DR "
                   WS-WORK-DR " CR " WS-WORK-CR ".".

       DELETE-RULE.
           PERFORM ENTER-RULE-KEY
           PERFORM FIND-RULE
           IF NOT WS-ROW-FOUND
               DISPLAY "No rule on file for that key."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete rule " WS-WORK-MOVEMENT " "
                   WS-WORK-BRANCH " " WS-WORK-CURRENCY "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "Y" TO WS-GPR-DELETED(WS-GPR-IDX)
               SET WS-TABLES-CHANGED TO TRUE
               DISPLAY "Rule deleted - the movement falls back to "
                       "its less specific rule."
           END-IF.

       ENTER-RULE-KEY.
           DISPLAY "Movement type (e.g. FEE, RENEWAL, TAX, REFUND, "
                   "WRITEOFF, DEPREC, DEFREL, APINV, APPAY): "
           ACCEPT WS-WORK-MOVEMENT
           DISPLAY "Branch (blank = any): "
           ACCEPT WS-WORK-BRANCH
           DISPLAY "Currency (blank = any): "
           ACCEPT WS-WORK-CURRENCY.

       FIND-RULE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GPR-IDX FROM 1 BY 1
                   UNTIL WS-GPR-IDX > WS-GPR-COUNT OR WS-ROW-FOUND
               IF WS-GPR-MOVEMENT(WS-GPR-IDX) = WS-WORK-MOVEMENT
                       AND WS-GPR-BRANCH(WS-GPR-IDX) = WS-WORK-BRANCH
                       AND WS-GPR-CURRENCY(WS-GPR-IDX)
                           = WS-WORK-CURRENCY
                       AND WS-GPR-DELETED(WS-GPR-IDX) NOT = "Y"
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND
               SET WS-GPR-IDX DOWN BY 1
           END-IF.

       WRITE-CHART-BACK.
           OPEN OUTPUT ChartFile
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "glchart.txt could not be rewritten - status "
                       WS-COA-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               MOVE WS-COA-ACCOUNT(WS-COA-IDX) TO COA-ACCOUNT
               MOVE WS-COA-NAME(WS-COA-IDX)    TO COA-NAME
               MOVE WS-COA-TYPE(WS-COA-IDX)    TO COA-TYPE
               MOVE WS-COA-STATE(WS-COA-IDX)   TO COA-STATE
               WRITE CHART-ACCOUNT-RECORD
           END-PERFORM
           CLOSE ChartFile.

       WRITE-RULES-BACK.
           OPEN OUTPUT PostingRuleFile
           IF WS-GPR-STATUS NOT = "00"
               DISPLAY "glrule.txt could not be rewritten - status "
                       WS-GPR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GPR-IDX FROM 1 BY 1
                   UNTIL WS-GPR-IDX > WS-GPR-COUNT
               IF WS-GPR-DELETED(WS-GPR-IDX) NOT = "Y"
                   MOVE WS-GPR-MOVEMENT(WS-GPR-IDX) TO GPR-MOVEMENT
                   MOVE WS-GPR-BRANCH(WS-GPR-IDX)   TO GPR-BRANCH
                   MOVE WS-GPR-CURRENCY(WS-GPR-IDX) TO GPR-CURRENCY
                   MOVE WS-GPR-DR(WS-GPR-IDX)       TO GPR-DR-ACCOUNT
                   MOVE WS-GPR-CR(WS-GPR-IDX)       TO GPR-CR-ACCOUNT
                   WRITE POSTING-RULE-RECORD
               END-IF
           END-PERFORM
           CLOSE PostingRuleFile.

       END PROGRAM S115.
