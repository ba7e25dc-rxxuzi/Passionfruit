      ******************************************************************
      * Copybook: GLRULE
      * Author: rxxuzi
      * Date: 2024/07/01
      * Purpose: Shared record layout for the GL posting-rules table
      *          (glrule.txt). Each row maps one movement type - the
      *          kind of money movement a posting program is about
      *          to write, e.g. FEE, RENEWAL, TAX, REFUND, WRITEOFF,
      *          DEPREC - to the debit and credit accounts its
      *          balanced pair posts to. A rule may be narrowed to
      *          one branch and/or one currency; blank means any.
      *          The GLACCT subprogram picks the most specific row
      *          that fits (branch and currency, then branch, then
      *          currency, then the general row) and hands back the
      *          caller's shipped accounts when nothing fits, so a
      *          site with no table posts exactly as before. S115
      *          maintains the table against the chart (COAREC).
      ******************************************************************
       01  POSTING-RULE-RECORD.
           05  GPR-MOVEMENT                 PIC X(08).
           05  GPR-BRANCH                   PIC X(03).
           05  GPR-CURRENCY                 PIC X(03).
           05  GPR-DR-ACCOUNT               PIC X(08).
           05  GPR-CR-ACCOUNT               PIC X(08).
