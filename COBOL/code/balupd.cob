      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-02
      * Purpose: Callable balance-master poster in the CLASSIFY mold -
      *          the one copy of the read/add/rewrite logic for
      *          balmast.txt (BALREC layout) that every program
      *          moving a member's money calls as it writes. The
      *          caller passes what moved (CHARGE, PAYMENT, REFUND
      *          or WRITEOFF), the registration and the signed
      *          amount - negative takes it back out: a waived late
      *          fee, a reversed receipt. The member's row is
      *          created on first use and the balance recomputed
      *          from the four totals every time.
      *
      *          A master that cannot be opened or written is
      *          logged as an ERROR and the caller carries on - the
      *          detail files stay the book of record and S124's
      *          rebuild puts the master right.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALUPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BalanceFile ASSIGN TO "./../balmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-DB-ID
           FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BalanceFile.
           COPY BALREC.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS          PIC XX.
       01  WS-ROW-FOUND-SWITCH    PIC X(01).
           88  WS-ROW-FOUND       VALUE "Y".
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "BALUPD".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01  LS-BAL-KIND      PIC X(08).
       01  LS-BAL-DB-ID     PIC X(20).
       01  LS-BAL-AMOUNT    PIC S9(09)V99.

       PROCEDURE DIVISION USING LS-BAL-KIND LS-BAL-DB-ID
               LS-BAL-AMOUNT.
       MAIN-LOGIC.
           IF LS-BAL-AMOUNT = ZERO OR LS-BAL-DB-ID = SPACES
               GOBACK
           END-IF

           OPEN I-O BalanceFile
           IF WS-BAL-STATUS = "35"
               OPEN OUTPUT BalanceFile
               CLOSE BalanceFile
               OPEN I-O BalanceFile
           END-IF
           IF WS-BAL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "balmast.txt could not be opened - status "
                       WS-BAL-STATUS " - " LS-BAL-DB-ID
                       " not posted" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-POSTING-FAILURE
               GOBACK
           END-IF

           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE LS-BAL-DB-ID TO BAL-DB-ID
           READ BalanceFile KEY IS BAL-DB-ID
               INVALID KEY
                   MOVE LS-BAL-DB-ID TO BAL-DB-ID
                   MOVE ZERO TO BAL-CHARGED
                   MOVE ZERO TO BAL-PAID
                   MOVE ZERO TO BAL-REFUNDED
                   MOVE ZERO TO BAL-WRITTEN-OFF
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
           END-READ

           EVALUATE LS-BAL-KIND
               WHEN "CHARGE"
                   ADD LS-BAL-AMOUNT TO BAL-CHARGED
               WHEN "PAYMENT"
                   ADD LS-BAL-AMOUNT TO BAL-PAID
               WHEN "REFUND"
                   ADD LS-BAL-AMOUNT TO BAL-REFUNDED
               WHEN "WRITEOFF"
                   ADD LS-BAL-AMOUNT TO BAL-WRITTEN-OFF
               WHEN OTHER
                   CLOSE BalanceFile
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Unknown balance movement " LS-BAL-KIND
                           " for " LS-BAL-DB-ID " not posted"
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM LOG-POSTING-FAILURE
                   GOBACK
           END-EVALUATE
           COMPUTE BAL-BALANCE = BAL-CHARGED - BAL-PAID
                   + BAL-REFUNDED - BAL-WRITTEN-OFF
           ACCEPT BAL-UPDATED-DATE FROM DATE YYYYMMDD
           ACCEPT BAL-UPDATED-TIME FROM TIME

           IF WS-ROW-FOUND
               REWRITE BALANCE-RECORD
           ELSE
               WRITE BALANCE-RECORD
           END-IF
           IF WS-BAL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "balmast.txt write failed - status "
                       WS-BAL-STATUS " - " LS-BAL-DB-ID
                       " not posted" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
               PERFORM LOG-POSTING-FAILURE
           END-IF
           CLOSE BalanceFile
           GOBACK.

      * The caller's own posting stands; the master is put right by
      * the next S124 rebuild.
       LOG-POSTING-FAILURE.
           DISPLAY WS-LOG-TEXT
           DISPLAY "Run S124 to rebuild the balance master."
           MOVE "ERROR" TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       END PROGRAM BALUPD.
