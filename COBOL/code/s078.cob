      *          registrations plus RNL-TAX on the month's renewal
      *          charges) through RPTWRT for the filings.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-21  rxz  The monthly summary counts the tax on
      *                    S069's late fees (lateled.txt) in the
      *                    month they were charged, less the tax on
      *                    any waived in the month.
      *   2024-10-01  rxz  A dated rate no longer reaches taxrate.txt
      *                    from here: it needs an operator sign-on and
      *                    is queued through RCQADD on the
      *                    reference-change queue (refchgq.txt) with the
      *                    open row it would close and the new row, and
      *                    S148 applies it once a supervisor other than
      *                    the maker approves. The taxwork.txt pass
      *                    moved to S148 with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S078.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

           SELECT LateFeeFile ASSIGN TO "./../lateled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TaxRateFile.
           COPY TAXRATE.

       FD  OperatorFile.
           COPY OPRREC.

       FD  DatabaseFile.
           COPY DBREC.
       FD  RenewalLedgerFile.
           COPY RNLREC.

       FD  LateFeeFile.
           COPY LATREC.

       WORKING-STORAGE SECTION.
       01  WS-TAX-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-RNL-STATUS                PIC XX.
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-RNL-EOF-SWITCH            PIC X(01).
           88  WS-RNL-END-OF-FILE       VALUE "Y".
       01  WS-LAT-STATUS                PIC XX.
       01  WS-LAT-EOF-SWITCH            PIC X(01).
           88  WS-LAT-END-OF-FILE       VALUE "Y".
       01  WS-WAIVED-MONTH              PIC 9(06).
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-LIST-COUNT                PIC 9(04).
       01  WS-SUMMARY-MONTH             PIC 9(06).
       01  WS-ROW-MONTH                 PIC 9(06).
       01  WS-OPR-STATUS                PIC XX.
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-RCQ-RESULT                PIC X(02).

      * A new rate is a proposal for S148 - RCQADD queues it.
           COPY RCQREC.

      * One accumulator slot per COUNTRY-TABLE entry, same order.
       01  WS-TAX-BY-COUNTRY.
               DISPLAY "=============================================="
               DISPLAY "  S078 - PER-COUNTRY TAX RATES"
               DISPLAY "=============================================="
               DISPLAY "L=List rates  A=Propose a dated rate  "
                       "M=Monthly collected summary  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
           END-READ.

      * A new rate never edits history: the country's open row (end
      * date zero) is to close as of the new effective date and the
      * new open row follow it. Nothing reaches taxrate.txt here -
      * the open row as it stands and the new row go onto the
      * reference-change queue, and S148 applies them once a
      * supervisor other than the maker approves.
       ADD-RATE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Country: "
           ACCEPT WS-NEW-COUNTRY
           MOVE "N" TO WS-COUNTRY-VALID
           DISPLAY "Effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFFECTIVE

           MOVE SPACES TO RCQ-OLD-ROW
           OPEN INPUT TaxRateFile
           IF WS-TAX-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-RATE
               PERFORM UNTIL WS-END-OF-FILE
                   IF TAX-COUNTRY = WS-NEW-COUNTRY
                           AND TAX-END-DATE = ZERO
                       MOVE TAX-RATE-RECORD TO RCQ-OLD-ROW
                       DISPLAY "Open rate " TAX-RATE-PCT
                               " would close as of " WS-NEW-EFFECTIVE
                               "."
                   END-IF
                   PERFORM READ-NEXT-RATE
               END-PERFORM
               CLOSE TaxRateFile
           END-IF

           MOVE WS-NEW-COUNTRY   TO TAX-COUNTRY
           MOVE WS-NEW-EFFECTIVE TO TAX-EFFECTIVE-DATE
           MOVE ZERO             TO TAX-END-DATE
           MOVE WS-NEW-RATE      TO TAX-RATE-PCT
           MOVE TAX-RATE-RECORD  TO RCQ-NEW-ROW
           MOVE "TAXRATE"        TO RCQ-FILE
           MOVE WS-NEW-COUNTRY   TO RCQ-KEY
           MOVE WS-SIGNON-ID     TO RCQ-MADE-BY
           MOVE SPACES           TO RCQ-MAKER-NOTE
           CALL "RCQADD" USING REFERENCE-CHANGE-RECORD WS-RCQ-RESULT
           IF WS-RCQ-RESULT NOT = "00"
               DISPLAY "refchgq.txt could not be written - status "
                       WS-RCQ-RESULT " - rate NOT proposed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rate for " WS-NEW-COUNTRY " effective "
                   WS-NEW-EFFECTIVE " proposed as change " RCQ-NO
           DISPLAY "  - another supervisor approves it in S148.".

      * Tax collected in the chosen month, per country: the month's
      * registrations carry DB-TAX-AMOUNT, the month's renewal
               PERFORM READ-NEXT-RECORD
           END-PERFORM
           PERFORM TALLY-RENEWAL-TAX
           PERFORM TALLY-LATE-FEE-TAX
           CLOSE DatabaseFile

           MOVE "s078" TO WS-RPT-ID
                   SET WS-RNL-END-OF-FILE TO TRUE
           END-READ.

      * Late-fee tax joins back to its country the same way; a fee
      * waived in the month takes its tax back out.
       TALLY-LATE-FEE-TAX.
           MOVE "N" TO WS-LAT-EOF-SWITCH
           OPEN INPUT LateFeeFile
           IF WS-LAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LATE-FEE
           PERFORM UNTIL WS-LAT-END-OF-FILE
               IF LAT-TAX > ZERO
                   MOVE LAT-DATE(1:6) TO WS-ROW-MONTH
                   MOVE ZERO TO WS-WAIVED-MONTH
                   IF LAT-STATE-WAIVED
                       MOVE LAT-WAIVED-DATE(1:6) TO WS-WAIVED-MONTH
                   END-IF
                   IF WS-ROW-MONTH = WS-SUMMARY-MONTH
                           OR WS-WAIVED-MONTH = WS-SUMMARY-MONTH
                       MOVE LAT-DB-ID TO DB-ID
                       READ DatabaseFile KEY IS DB-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM ADD-LATE-FEE-TAX-TO-COUNTRY
                       END-READ
                   END-IF
               END-IF
               PERFORM READ-NEXT-LATE-FEE
           END-PERFORM
           CLOSE LateFeeFile.

       ADD-LATE-FEE-TAX-TO-COUNTRY.
           PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                   UNTIL COUNTRY-IDX > COUNTRY-TABLE-SIZE
               IF COUNTRY-NAME(COUNTRY-IDX) = DB-COUNTRY
                   IF WS-ROW-MONTH = WS-SUMMARY-MONTH
                       ADD LAT-TAX TO WS-CTY-TAX(COUNTRY-IDX)
                   END-IF
                   IF WS-WAIVED-MONTH = WS-SUMMARY-MONTH
                       IF WS-CTY-TAX(COUNTRY-IDX) >= LAT-TAX
                           SUBTRACT LAT-TAX
                                   FROM WS-CTY-TAX(COUNTRY-IDX)
                       ELSE
                           MOVE ZERO TO WS-CTY-TAX(COUNTRY-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       READ-NEXT-LATE-FEE.
           READ LateFeeFile
               AT END
                   SET WS-LAT-END-OF-FILE TO TRUE
           END-READ.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

      * Any operator profile may propose a change - a supervisor
      * other than the maker decides it - but the proposal must
      * carry who made it.
       OPERATOR-SIGN-ON.
           IF WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT OperatorFile
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "operator.txt could not be opened - status "
                       WS-OPR-STATUS " - proposing a change needs an "
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
               DISPLAY "Sign-on failed - no change proposed."
           END-IF.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
