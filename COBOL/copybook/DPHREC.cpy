      ******************************************************************
      * Copybook: DPHREC
      * Author: rxxuzi
      * Date: 2024/11/03
      * Purpose: Shared record layout for the depreciation history
      *          file (dephist.txt, line sequential). S085's monthly
      *          run appends one row per catalog kind it charged: the
      *          month, the charge per unit, the units on hand it was
      *          charged on and the month's charge. S159 sums a kind's
      *          per-unit charges up to the disposal month for the
      *          accumulated depreciation on a unit leaving the books
      *          - a month run twice counts once.
      ******************************************************************
       01  DEPRECIATION-HISTORY-RECORD.
           05  DPH-ITEM-CODE                PIC X(08).
           05  DPH-MONTH                    PIC 9(06).
           05  DPH-PER-UNIT                 PIC 9(05)V99.
           05  DPH-ON-HAND                  PIC 9(05).
           05  DPH-CHARGE                   PIC 9(09)V99.
           05  DPH-RUN-DATE                 PIC 9(08).
