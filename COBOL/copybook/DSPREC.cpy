      ******************************************************************
      * Copybook: DSPREC
      * Author: rxxuzi
      * Date: 2024/11/03
      * Purpose: Shared record layout for the equipment disposals
      *          register (disposal.txt, line sequential), written by
      *          S159 and printed from it for the auditors. One row per
      *          disposal, numbered from dspctl.txt: the kind, the
      *          serial for a serial-controlled unit (blank for bulk
      *          stock), the quantity and the office it left from,
      *          why it went (scrapped, sold or donated) and when, and
      *          the money - cost, depreciation accumulated to the
      *          disposal month from dephist.txt, book value left,
      *          proceeds, and the gain or the loss (one of the two is
      *          zero) posted to glpost.txt. The approving supervisor
      *          signed on in S159.
      ******************************************************************
       01  DISPOSAL-RECORD.
           05  DSP-NO                       PIC 9(05).
           05  DSP-DATE                     PIC 9(08).
           05  DSP-ITEM-CODE                PIC X(08).
           05  DSP-SERIAL                   PIC X(12).
           05  DSP-QTY                      PIC 9(05).
           05  DSP-BRANCH                   PIC X(03).
           05  DSP-REASON                   PIC X(01).
               88  DSP-REASON-SCRAPPED      VALUE "S".
               88  DSP-REASON-SOLD          VALUE "O".
               88  DSP-REASON-DONATED       VALUE "D".
               88  DSP-REASON-VALID         VALUE "S" "O" "D".
           05  DSP-REASON-TEXT              PIC X(30).
           05  DSP-UNIT-COST                PIC 9(05)V99.
           05  DSP-COST                     PIC 9(09)V99.
           05  DSP-ACCUM-DEP                PIC 9(09)V99.
           05  DSP-BOOK-VALUE               PIC 9(09)V99.
           05  DSP-PROCEEDS                 PIC 9(09)V99.
           05  DSP-GAIN                     PIC 9(09)V99.
           05  DSP-LOSS                     PIC 9(09)V99.
           05  DSP-APPROVED-BY              PIC 9(05).
           05  DSP-ENTERED-DATE             PIC 9(08).
