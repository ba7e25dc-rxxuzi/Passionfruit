      *          operator through RPTWRT, so what the generosity
      *          costs is a page, not a guess.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-10-01  rxz  A dated code no longer reaches disccode.txt
      *                    from here: it needs an operator sign-on and
      *                    is queued through RCQADD on the
      *                    reference-change queue (refchgq.txt) with the
      *                    open row it would close and the new row, and
      *                    S148 applies it once a supervisor other than
      *                    the maker approves. The dscwork.txt pass
      *                    moved to S148 with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S093.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSC-STATUS.

           SELECT OperatorFile ASSIGN TO "./../operator.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT DiscountLedgerFile ASSIGN TO "./../discled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  DiscCodeFile.
           COPY DISCREC.

       FD  OperatorFile.
           COPY OPRREC.

       FD  DiscountLedgerFile.
           COPY DSLREC.

       WORKING-STORAGE SECTION.
       01  WS-DSC-STATUS                PIC XX.
       01  WS-DSL-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-NEW-VALUE                 PIC 9(05)V99.
       01  WS-NEW-EFFECTIVE             PIC 9(08).
       01  WS-LIST-COUNT                PIC 9(04).
       01  WS-OPR-STATUS                PIC XX.
       01  WS-SIGNON-SWITCH             PIC X(01) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-ID                 PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-PASSWORD           PIC X(10).
       01  WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01  WS-ENTERED-HASH              PIC X(10).
       01  WS-RCQ-RESULT                PIC X(02).

      * A new or changed code is a proposal for S148 - RCQADD
      * queues it.
           COPY RCQREC.

      * Usage accumulators - a small table per code and per
      * operator, built in one pass over the ledger.
               DISPLAY "=============================================="
               DISPLAY "  S093 - DISCOUNT CODES"
               DISPLAY "=============================================="
               DISPLAY "L=List  A=Propose a dated code  "
                       "U=Usage report  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * A changed code never edits history - the open row is to
      * close as of the new effective date and the new row open.
      * Nothing reaches disccode.txt here: the open row as it stands
      * and the new row go onto the reference-change queue, and S148
      * applies them once a supervisor other than the maker approves.
       ADD-CODE.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code (up to 8 chars): "
           ACCEPT WS-NEW-CODE
           DISPLAY "Kind (P=Percent, A=Amount): "
           DISPLAY "Effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFFECTIVE

           MOVE SPACES TO RCQ-OLD-ROW
           OPEN INPUT DiscCodeFile
           IF WS-DSC-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-CODE
               PERFORM UNTIL WS-END-OF-FILE
                   IF DSC-CODE = WS-NEW-CODE AND DSC-END-DATE = ZERO
                       MOVE DISCOUNT-CODE-RECORD TO RCQ-OLD-ROW
                       DISPLAY "Open row " DSC-KIND " " DSC-VALUE
                               " would close as of " WS-NEW-EFFECTIVE
                               "."
                   END-IF
                   PERFORM READ-NEXT-CODE
               END-PERFORM
               CLOSE DiscCodeFile
           END-IF

           MOVE WS-NEW-CODE      TO DSC-CODE
           MOVE WS-NEW-KIND      TO DSC-KIND
           MOVE WS-NEW-VALUE     TO DSC-VALUE
           MOVE WS-NEW-EFFECTIVE TO DSC-EFFECTIVE-DATE
           MOVE ZERO             TO DSC-END-DATE
           MOVE DISCOUNT-CODE-RECORD TO RCQ-NEW-ROW
           MOVE "DISCCODE"       TO RCQ-FILE
           MOVE WS-NEW-CODE      TO RCQ-KEY
           MOVE WS-SIGNON-ID     TO RCQ-MADE-BY
           MOVE SPACES           TO RCQ-MAKER-NOTE
           CALL "RCQADD" USING REFERENCE-CHANGE-RECORD WS-RCQ-RESULT
           IF WS-RCQ-RESULT NOT = "00"
               DISPLAY "refchgq.txt could not be written - status "
                       WS-RCQ-RESULT " - code NOT proposed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code " WS-NEW-CODE " effective " WS-NEW-EFFECTIVE
                   " proposed as change " RCQ-NO
           DISPLAY "  - another supervisor approves it in S148.".

      * What the generosity costs: discount totals by code, then by
      * operator, from the usage ledger S015 writes.
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

       END PROGRAM S093.
