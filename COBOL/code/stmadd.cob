      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-25
      * Purpose: Callable stock-movement writer in the RCQADD mold -
      *          the one copy of the stamp-and-append for the stock
      *          movement ledger (stkmove.txt, STMREC layout) that
      *          every program changing a catalog item's CAT-ON-HAND
      *          calls right after its catalog REWRITE. The caller
      *          fills the item code, type, quantities, unit value,
      *          the on-hand balance after the change, its program ID
      *          and reference; the date and time are stamped here,
      *          and an operator of zero is taken from the terminal
      *          session's OPERATOR_ID setting the way ACCLOG does.
      *
      *          A ledger that cannot be opened or written is logged
      *          as an ERROR and the caller carries on - the catalog
      *          balance has already moved, and S157's roll-forward
      *          flags the item whose movements no longer add up.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMADD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockMovementFile ASSIGN TO "./../stkmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  StockMovementFile.
           COPY STMREC REPLACING
               ==STOCK-MOVEMENT-RECORD== BY ==MOVEMENT-LINE==
               LEADING ==STM== BY ==MVL==.

       WORKING-STORAGE SECTION.
       01  WS-STM-STATUS          PIC XX.
       01  WS-OPR-ENV-ID          PIC X(05).
       01  WS-LOG-PROGRAM         PIC X(08) VALUE "STMADD".
       01  WS-LOG-SEVERITY        PIC X(05).
       01  WS-LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
           COPY STMREC.

       PROCEDURE DIVISION USING STOCK-MOVEMENT-RECORD.
       MAIN-LOGIC.
           ACCEPT STM-DATE FROM DATE YYYYMMDD
           ACCEPT STM-TIME FROM TIME
           IF STM-OPERATOR IS NOT NUMERIC OR STM-OPERATOR = ZERO
               MOVE ZERO TO STM-OPERATOR
               MOVE SPACES TO WS-OPR-ENV-ID
               ACCEPT WS-OPR-ENV-ID FROM ENVIRONMENT "OPERATOR_ID"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPR-ENV-ID
               END-ACCEPT
               IF WS-OPR-ENV-ID IS NUMERIC
                   MOVE WS-OPR-ENV-ID TO STM-OPERATOR
               END-IF
           END-IF

           OPEN EXTEND StockMovementFile
           IF WS-STM-STATUS = "35"
               OPEN OUTPUT StockMovementFile
           END-IF
           IF WS-STM-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "stkmove.txt could not be opened - status "
                       WS-STM-STATUS " - " STM-TYPE " movement for "
                       STM-ITEM-CODE " not recorded"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-MOVEMENT-FAILURE
               GOBACK
           END-IF
           MOVE STOCK-MOVEMENT-RECORD TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           IF WS-STM-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "stkmove.txt write failed - status "
                       WS-STM-STATUS " - " STM-TYPE " movement for "
                       STM-ITEM-CODE " not recorded"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM LOG-MOVEMENT-FAILURE
           END-IF
           CLOSE StockMovementFile
           GOBACK.

       LOG-MOVEMENT-FAILURE.
           MOVE "ERROR" TO WS-LOG-SEVERITY
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       END PROGRAM STMADD.
