      ******************************************************************
      * Copybook: DQTREC
      * Author: rxxuzi
      * Date: 2024/09/16
      * Purpose: Shared record layout for the member data-quality
      *          trend file (dqtrend.txt, line sequential, appended
      *          one row per S144 run). Each row keeps how many
      *          member-details records the run scored, how many came
      *          through clean, the overall completeness - the share
      *          of all rule checks passed - and the details rows
      *          found with no registration behind them, so S144 can
      *          show the data improving (or not) run on run.
      ******************************************************************
       01  DQ-TREND-RECORD.
           05  DQT-RUN-DATE                 PIC 9(08).
           05  DQT-RUN-TIME                 PIC 9(06).
           05  DQT-RECORDS                  PIC 9(07).
           05  DQT-CLEAN                    PIC 9(07).
           05  DQT-COMPLETENESS             PIC 9(03)V9.
           05  DQT-ORPHANS                  PIC 9(07).
           05  DQT-NO-DETAILS               PIC 9(07).
