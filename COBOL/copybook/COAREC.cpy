      ******************************************************************
      * Copybook: COAREC
      * Author: rxxuzi
      * Date: 2024/07/01
      * Purpose: Shared record layout for the chart of accounts
      *          (glchart.txt). One row per general-ledger account
      *          finance recognises - the eight-character code that
      *          rides GL-ACCOUNT on every glpost.txt line, its name
      *          and its kind. S115 maintains the chart; the posting
      *          rules (GLRULE layout) may only name accounts that
      *          are on it and active, and S101 refuses to accumulate
      *          a day whose postings carry an account that is not -
      *          so an unknown account is caught in the shop rather
      *          than at finance's load.
      ******************************************************************
       01  CHART-ACCOUNT-RECORD.
           05  COA-ACCOUNT                  PIC X(08).
           05  COA-NAME                     PIC X(30).
           05  COA-TYPE                     PIC X(01).
               88  COA-TYPE-ASSET           VALUE "A".
               88  COA-TYPE-LIABILITY       VALUE "L".
               88  COA-TYPE-EQUITY          VALUE "Q".
               88  COA-TYPE-INCOME          VALUE "I".
               88  COA-TYPE-EXPENSE         VALUE "E".
               88  COA-TYPE-VALID           VALUES "A" "L" "Q"
                                                   "I" "E".
           05  COA-STATE                    PIC X(01).
               88  COA-STATE-ACTIVE         VALUE "A".
               88  COA-STATE-INACTIVE       VALUE "I".
