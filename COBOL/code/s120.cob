      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-07-21
      * Purpose: Late fees. Maintenance for the late-fee table
      *          (lfeetab.txt, LFTREC layout) S069 charges from when
      *          it queues a dunning letter - one fee per country,
      *          currency and dunning stage, a blank country meaning
      *          any country in that currency - and the desk's way
      *          to ask for one of the charged fees (lateled.txt,
      *          LATREC layout) to be waived: the request goes onto
      *          the pending.txt approval queue as PEND-TYPE "L"
      *          with the fee's invoice number and the reason, and a
      *          supervisor applies or rejects it in S034. The table
      *          is small - load it, adjust in the table, write it
      *          back, the S045 shape. Countries are validated
      *          against the COUNTRY-TABLE the same way S045 does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S120.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LateFeeTableFile ASSIGN TO "./../lfeetab.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LFT-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

           SELECT PendingFile ASSIGN TO "./../pending.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LateFeeTableFile.
           COPY LFTREC.

       FD  LateFeeFile.
           COPY LATREC.

       FD  PendingFile.
           COPY PENDREC.

       FD  OperatorFile.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-LFT-STATUS                PIC XX.
       01  WS-LAT-STATUS                PIC XX.
       01  WS-PEND-STATUS               PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-LAT-EOF-SWITCH            PIC X(01).
           88  WS-LAT-END-OF-FILE       VALUE "Y".
       01  WS-PEND-EOF-SWITCH           PIC X(01).
           88  WS-PEND-END-OF-FILE      VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-TABLE-CHANGED-SWITCH      PIC X(01) VALUE "N".
           88  WS-TABLE-CHANGED         VALUE "Y".
       01  WS-COUNTRY                   PIC X(20).
       01  WS-COUNTRY-VALID             PIC X(01) VALUE "N".
           88  WS-COUNTRY-IS-VALID      VALUE "Y".
       01  WS-CURRENCY                  PIC X(03).
       01  WS-STAGE                     PIC 9(01).
       01  WS-AMOUNT                    PIC 9(07)V99.
       01  WS-ROW-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-OVERFLOW-SWITCH           PIC X(01) VALUE "N".
           88  WS-FILE-OVERFLOWED       VALUE "Y".
       01  WS-ROW-FOUND-SWITCH          PIC X(01).
           88  WS-ROW-FOUND             VALUE "Y".
       01  WS-WORK-ID                   PIC X(20).
       01  WS-INVOICE-NO                PIC 9(07).
       01  WS-REASON                    PIC X(30).
       01  WS-LIST-COUNT                PIC 9(05).
       01  WS-FEE-DISPLAY               PIC Z(06)9.99.
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).

      * What the chosen late fee looked like on lateled.txt.
       01  WS-FOUND-FEE                 PIC 9(07)V99.
       01  WS-FOUND-STATE               PIC X(01).

       01  WS-FEE-TABLE.
           05  WS-LFT OCCURS 200 TIMES
                   INDEXED BY WS-LFT-IDX.
               10  WS-LFT-COUNTRY       PIC X(20).
               10  WS-LFT-CURRENCY      PIC X(03).
               10  WS-LFT-STAGE         PIC 9(01).
               10  WS-LFT-AMOUNT        PIC 9(07)V99.

       COPY COUNTRY.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM LOAD-FEE-TABLE
           IF WS-FILE-OVERFLOWED
               DISPLAY "lfeetab.txt holds more rows than one "
                       "session's table (200) - maintenance refused"
               DISPLAY "so nothing past the table can be lost."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S120 - LATE FEES"
               DISPLAY "=============================================="
               DISPLAY "L=List fee table  S=Set a stage's fee  "
                       "F=Member's late fees"
               DISPLAY "W=Request a waiver  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-FEE-TABLE
                   WHEN "S"
                   WHEN "s"
                       PERFORM SET-STAGE-FEE
                   WHEN "F"
                   WHEN "f"
                       PERFORM LIST-MEMBER-LATE-FEES
                   WHEN "W"
                   WHEN "w"
                       PERFORM REQUEST-WAIVER
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           IF WS-TABLE-CHANGED
               PERFORM WRITE-FEE-TABLE-BACK
           END-IF
           STOP RUN.

       LOAD-FEE-TABLE.
           OPEN INPUT LateFeeTableFile
           IF WS-LFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-FEE-ROW
           PERFORM UNTIL WS-END-OF-FILE OR WS-ROW-COUNT >= 200
               ADD 1 TO WS-ROW-COUNT
               SET WS-LFT-IDX TO WS-ROW-COUNT
               MOVE LFT-COUNTRY  TO WS-LFT-COUNTRY(WS-LFT-IDX)
               MOVE LFT-CURRENCY TO WS-LFT-CURRENCY(WS-LFT-IDX)
               MOVE LFT-STAGE    TO WS-LFT-STAGE(WS-LFT-IDX)
               MOVE LFT-AMOUNT   TO WS-LFT-AMOUNT(WS-LFT-IDX)
               PERFORM READ-NEXT-FEE-ROW
           END-PERFORM
           IF NOT WS-END-OF-FILE
               SET WS-FILE-OVERFLOWED TO TRUE
           END-IF
           CLOSE LateFeeTableFile.

       READ-NEXT-FEE-ROW.
           READ LateFeeTableFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LIST-FEE-TABLE.
           DISPLAY "COUNTRY              CCY STAGE  FEE"
           PERFORM VARYING WS-LFT-IDX FROM 1 BY 1
                   UNTIL WS-LFT-IDX > WS-ROW-COUNT
               MOVE WS-LFT-AMOUNT(WS-LFT-IDX) TO WS-FEE-DISPLAY
               IF WS-LFT-COUNTRY(WS-LFT-IDX) = SPACES
                   DISPLAY "(any country)        "
                           WS-LFT-CURRENCY(WS-LFT-IDX) "   "
                           WS-LFT-STAGE(WS-LFT-IDX) "   "
                           WS-FEE-DISPLAY
               ELSE
                   DISPLAY WS-LFT-COUNTRY(WS-LFT-IDX) " "
                           WS-LFT-CURRENCY(WS-LFT-IDX) "   "
                           WS-LFT-STAGE(WS-LFT-IDX) "   "
                           WS-FEE-DISPLAY
               END-IF
           END-PERFORM
           DISPLAY "Table rows: " WS-ROW-COUNT.

      * One row per country, currency and stage - setting a fee that
      * already has a row replaces its amount; a zero amount stops
      * the stage charging anything.
       SET-STAGE-FEE.
           DISPLAY "Country (blank = any country): "
           ACCEPT WS-COUNTRY
           IF WS-COUNTRY NOT = SPACES
               MOVE "N" TO WS-COUNTRY-VALID
               PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                       UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
                   IF COUNTRY-NAME(COUNTRY-IDX) = WS-COUNTRY
                       SET WS-COUNTRY-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-COUNTRY-IS-VALID
                   DISPLAY "Country is not on the COUNTRY-TABLE - no "
                           "change made."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Currency (e.g. JPY): "
           ACCEPT WS-CURRENCY
           IF WS-CURRENCY = SPACES
               DISPLAY "A currency is required - no change made."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Dunning stage (1=first 2=second 3=final): "
           ACCEPT WS-STAGE
           IF WS-STAGE < 1 OR WS-STAGE > 3
               DISPLAY "Stage must be 1, 2 or 3 - no change made."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Late fee (e.g. 5.00, 0 = none): "
           ACCEPT WS-AMOUNT

           MOVE "N" TO WS-ROW-FOUND-SWITCH
           PERFORM VARYING WS-LFT-IDX FROM 1 BY 1
                   UNTIL WS-LFT-IDX > WS-ROW-COUNT OR WS-ROW-FOUND
               IF WS-LFT-COUNTRY(WS-LFT-IDX) = WS-COUNTRY
                       AND WS-LFT-CURRENCY(WS-LFT-IDX) = WS-CURRENCY
                       AND WS-LFT-STAGE(WS-LFT-IDX) = WS-STAGE
                   SET WS-ROW-FOUND TO TRUE
                   DISPLAY "Stage " WS-STAGE " fee was "
                           WS-LFT-AMOUNT(WS-LFT-IDX) "."
                   MOVE WS-AMOUNT TO WS-LFT-AMOUNT(WS-LFT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-ROW-FOUND
               IF WS-ROW-COUNT >= 200
                   DISPLAY "Late-fee table is full - fee NOT added."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROW-COUNT
               SET WS-LFT-IDX TO WS-ROW-COUNT
               MOVE WS-COUNTRY  TO WS-LFT-COUNTRY(WS-LFT-IDX)
               MOVE WS-CURRENCY TO WS-LFT-CURRENCY(WS-LFT-IDX)
               MOVE WS-STAGE    TO WS-LFT-STAGE(WS-LFT-IDX)
               MOVE WS-AMOUNT   TO WS-LFT-AMOUNT(WS-LFT-IDX)
           END-IF
           SET WS-TABLE-CHANGED TO TRUE
           DISPLAY "Stage " WS-STAGE " late fee now " WS-AMOUNT
                   " " WS-CURRENCY ".".

       WRITE-FEE-TABLE-BACK.
           OPEN OUTPUT LateFeeTableFile
           IF WS-LFT-STATUS NOT = "00"
               DISPLAY "lfeetab.txt could not be rewritten - status "
                       WS-LFT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LFT-IDX FROM 1 BY 1
                   UNTIL WS-LFT-IDX > WS-ROW-COUNT
               MOVE WS-LFT-COUNTRY(WS-LFT-IDX)  TO LFT-COUNTRY
               MOVE WS-LFT-CURRENCY(WS-LFT-IDX) TO LFT-CURRENCY
               MOVE WS-LFT-STAGE(WS-LFT-IDX)    TO LFT-STAGE
               MOVE WS-LFT-AMOUNT(WS-LFT-IDX)   TO LFT-AMOUNT
               WRITE LATE-FEE-TABLE-RECORD
           END-PERFORM
           CLOSE LateFeeTableFile.

      * Every late fee charged to one member, with its invoice
      * number - the number a waiver request asks for.
       LIST-MEMBER-LATE-FEES.
           DISPLAY "Member ID: "
           ACCEPT WS-WORK-ID
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-LAT-EOF-SWITCH
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               DISPLAY "No late fees have been charged."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INVOICE DATE     STAGE  FEE        TAX      STATE"
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-LAT-END-OF-FILE
               IF LAT-DB-ID = WS-WORK-ID
                   ADD 1 TO WS-LIST-COUNT
                   MOVE LAT-FEE TO WS-FEE-DISPLAY
                   IF LAT-STATE-WAIVED
                       DISPLAY LAT-INVOICE-NO " " LAT-DATE "   "
                               LAT-STAGE "  " WS-FEE-DISPLAY " "
                               LAT-TAX "  WAIVED " LAT-WAIVED-DATE
                       DISPLAY "        " LAT-WAIVE-REASON
                   ELSE
                       DISPLAY LAT-INVOICE-NO " " LAT-DATE "   "
                               LAT-STAGE "  " WS-FEE-DISPLAY " "
                               LAT-TAX "  CHARGED"
                   END-IF
               END-IF
               PERFORM READ-NEXT-LATE-FEE
           END-PERFORM
           CLOSE LateFeeFile
           DISPLAY "Late fees listed: " WS-LIST-COUNT.

       READ-NEXT-LATE-FEE.
           READ LateFeeFile
               AT END
                   SET WS-LAT-END-OF-FILE TO TRUE
           END-READ.

      * A waiver is never applied here - it is queued for a
      * supervisor with the reason the desk gives, and only a fee
      * still charged, with no request already waiting, can be
      * queued.
       REQUEST-WAIVER.
           IF NOT WS-SIGNED-ON
               PERFORM OPERATOR-SIGN-ON
               IF NOT WS-SIGNED-ON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Member ID: "
           ACCEPT WS-WORK-ID
           DISPLAY "Late-fee invoice number: "
           ACCEPT WS-INVOICE-NO
           PERFORM FIND-LATE-FEE
           IF NOT WS-ROW-FOUND
               DISPLAY "No late fee with that invoice number for "
                       "this member - nothing queued."
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-STATE = "W"
               DISPLAY "That late fee is already waived - nothing "
                       "queued."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-WAIVER-ALREADY-QUEUED
           IF WS-ROW-FOUND
               DISPLAY "A waiver for that late fee is already "
                       "waiting for a supervisor - nothing queued."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the waiver: "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A reason is required - nothing queued."
               EXIT PARAGRAPH
           END-IF
           PERFORM QUEUE-WAIVER.

       FIND-LATE-FEE.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE "N" TO WS-LAT-EOF-SWITCH
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-LAT-END-OF-FILE OR WS-ROW-FOUND
               IF LAT-DB-ID = WS-WORK-ID
                       AND LAT-INVOICE-NO = WS-INVOICE-NO
                   SET WS-ROW-FOUND TO TRUE
                   MOVE LAT-FEE   TO WS-FOUND-FEE
                   MOVE LAT-STATE TO WS-FOUND-STATE
               ELSE
                   PERFORM READ-NEXT-LATE-FEE
               END-IF
           END-PERFORM
           CLOSE LateFeeFile.

       CHECK-WAIVER-ALREADY-QUEUED.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE "N" TO WS-PEND-EOF-SWITCH
           OPEN INPUT PendingFile
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-PENDING
           PERFORM UNTIL WS-PEND-END-OF-FILE OR WS-ROW-FOUND
               IF PEND-STATE-PENDING AND PEND-TYPE-LATE-WAIVER
                       AND PEND-REF-NO = WS-INVOICE-NO
                   SET WS-ROW-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-PENDING
               END-IF
           END-PERFORM
           CLOSE PendingFile.

       READ-NEXT-PENDING.
           READ PendingFile
               AT END
                   SET WS-PEND-END-OF-FILE TO TRUE
           END-READ.

      * The same pending.txt row S015's WRITE-PENDING-RECORD writes,
      * typed "L"; PEND-FEE carries the fee being waived.
       QUEUE-WAIVER.
           OPEN EXTEND PendingFile
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PendingFile
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "pending.txt could not be opened - status "
                       WS-PEND-STATUS " - waiver was NOT queued."
               EXIT PARAGRAPH
           END-IF
           SET PEND-STATE-PENDING    TO TRUE
           SET PEND-TYPE-LATE-WAIVER TO TRUE
           ACCEPT PEND-DATE FROM DATE YYYYMMDD
           ACCEPT PEND-TIME FROM TIME
           MOVE WS-SIGNON-ID     TO PEND-OPERATOR
           MOVE WS-WORK-ID       TO PEND-ID
           MOVE SPACES           TO PEND-COUNTRY
           MOVE WS-FOUND-FEE     TO PEND-FEE
           MOVE WS-SIGNON-ID     TO PEND-EMPLOYEE-ID
           MOVE ZERO             TO PEND-DECIDED-BY
           MOVE ZERO             TO PEND-DECIDED-DATE
           MOVE WS-INVOICE-NO    TO PEND-REF-NO
           MOVE WS-REASON        TO PEND-REASON
           WRITE PENDING-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "WRITE to pending.txt failed - status "
                       WS-PEND-STATUS
           ELSE
               DISPLAY "Waiver of invoice " WS-INVOICE-NO
                       " queued - a supervisor decides it in S034."
           END-IF
           CLOSE PendingFile.

      * Any operator profile may ask for a waiver - the supervisor
      * decides it - but the request must carry who asked.
       OPERATOR-SIGN-ON.
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - waiver requests need an "
                       "operator profile."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password   : "
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
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               DISPLAY "Signed on: " OPR-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF NOT WS-SIGNED-ON
               DISPLAY "Sign-on failed - no waiver queued."
           END-IF.

       END PROGRAM S120.
