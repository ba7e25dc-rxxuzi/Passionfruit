      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-01
      * Purpose: Callable posting-rule lookup in the CONFIG mold.
      *          Every GL-writing program used to carry its account
      *          codes as literals, so a change to finance's chart
      *          meant a program change. The caller now loads its
      *          shipped debit and credit accounts, then CALL
      *          "GLACCT" USING movement, branch, currency, debit,
      *          credit; the posting-rules table (glrule.txt, GLRULE
      *          layout, maintained in S115) is searched for the
      *          most specific row that fits - branch and currency
      *          both named scores highest, then branch alone, then
      *          currency alone, then the general row - and its
      *          accounts replace the caller's. A missing table or
      *          no matching row leaves the caller's accounts alone,
      *          so a site that has not set up rules posts exactly
      *          as the shipped literals did.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PostingRuleFile ASSIGN TO "./../glrule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PostingRuleFile.
           COPY GLRULE.

       WORKING-STORAGE SECTION.
       01  WS-GPR-STATUS          PIC XX.
       01  WS-EOF-SWITCH          PIC X(01).
           88  WS-END-OF-FILE     VALUE "Y".
       01  WS-ROW-SCORE           PIC 9(01).
       01  WS-BEST-SCORE          PIC 9(01).
       01  WS-MATCH-SWITCH        PIC X(01).
           88  WS-RULE-MATCHED    VALUE "Y".

       LINKAGE SECTION.
       01  LS-GLA-MOVEMENT    PIC X(08).
       01  LS-GLA-BRANCH      PIC X(03).
       01  LS-GLA-CURRENCY    PIC X(03).
       01  LS-GLA-DR-ACCOUNT  PIC X(08).
       01  LS-GLA-CR-ACCOUNT  PIC X(08).

       PROCEDURE DIVISION USING LS-GLA-MOVEMENT LS-GLA-BRANCH
               LS-GLA-CURRENCY LS-GLA-DR-ACCOUNT LS-GLA-CR-ACCOUNT.
       MAIN-LOGIC.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-BEST-SCORE
           OPEN INPUT PostingRuleFile
           IF WS-GPR-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM READ-NEXT-RULE
           PERFORM UNTIL WS-END-OF-FILE
               IF GPR-MOVEMENT = LS-GLA-MOVEMENT
                   PERFORM WEIGH-RULE
               END-IF
               PERFORM READ-NEXT-RULE
           END-PERFORM
           CLOSE PostingRuleFile
           GOBACK.

      * A row that names a branch or currency only fits a posting
      * for that branch or currency. Of the rows that fit, the most
      * specific wins; among equals the later row on file wins, so
      * a correction appended to the table takes effect at once.
       WEIGH-RULE.
           IF GPR-BRANCH NOT = SPACES
                   AND GPR-BRANCH NOT = LS-GLA-BRANCH
               EXIT PARAGRAPH
           END-IF
           IF GPR-CURRENCY NOT = SPACES
                   AND GPR-CURRENCY NOT = LS-GLA-CURRENCY
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ROW-SCORE
           IF GPR-BRANCH NOT = SPACES
               ADD 2 TO WS-ROW-SCORE
           END-IF
           IF GPR-CURRENCY NOT = SPACES
               ADD 1 TO WS-ROW-SCORE
           END-IF
           IF NOT WS-RULE-MATCHED OR WS-ROW-SCORE >= WS-BEST-SCORE
               SET WS-RULE-MATCHED TO TRUE
               MOVE WS-ROW-SCORE TO WS-BEST-SCORE
               IF GPR-DR-ACCOUNT NOT = SPACES
                   MOVE GPR-DR-ACCOUNT TO LS-GLA-DR-ACCOUNT
               END-IF
               IF GPR-CR-ACCOUNT NOT = SPACES
                   MOVE GPR-CR-ACCOUNT TO LS-GLA-CR-ACCOUNT
               END-IF
           END-IF.

       READ-NEXT-RULE.
           READ PostingRuleFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       END PROGRAM GLACCT.
