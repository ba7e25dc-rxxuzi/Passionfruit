      *          Report totals them by period and reason for the
      *          committee.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-02  rxz  An approved write-off now also posts to the
      *                    member's balance master (balmast.txt) through
      *                    BALUPD.
      *   2024-09-01  rxz  A DISP write-off must name the live S138 case
      *                    for the same registration; the case number is
      *                    kept on the request (WOF-CASE-NO), shown at
      *                    review, and the request is noted on the case
      *                    history.
      *   2024-09-19  rxz  A write-off is refused for a member under
      *                    legal hold (S145, through HOLDCHK), both when
      *                    it is requested and when it comes up for
      *                    approval - a held request stays pending.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S096.
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT CaseFile ASSIGN TO "./../casefile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSE-CASE-NO
           ALTERNATE RECORD KEY IS CSE-DB-ID WITH DUPLICATES
           FILE STATUS IS WS-CSE-STATUS.

           SELECT CaseHistoryFile ASSIGN TO "./../casehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WriteOffFile.
       FD  OperatorFile.
           COPY OPRREC.

       FD  CaseFile.
           COPY CSEREC.

       FD  CaseHistoryFile.
           COPY CSHREC.

       WORKING-STORAGE SECTION.
       01  WS-WOF-STATUS                PIC XX.
       01  WS-WOFW-STATUS               PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-OPR-STATUS                PIC XX.
       01  WS-CSE-STATUS                PIC XX.
       01  WS-CSH-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-PAY-EOF-SWITCH            PIC X(01).
       01  WS-WORK-ID                   PIC X(20).
       01  WS-OPERATOR-ID               PIC 9(05).
       01  WS-REASON-ENTRY              PIC X(04).
       01  WS-CASE-NO                   PIC 9(07).
       01  WS-NOW-TIME                  PIC 9(06).
       01  WS-AMOUNT-SHOWN              PIC Z(08)9.99.
       01  WS-CHARGE-TOTAL              PIC 9(09)V99.
       01  WS-PAID-TOTAL                PIC 9(09)V99.
       01  WS-REFUND-TOTAL              PIC 9(09)V99.
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S096".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-HOLD-DB-ID                PIC X(20).
       01  WS-HOLD-ACTION               PIC X(30).
       01  WS-HOLD-RESULT               PIC X(01).
           88  WS-MEMBER-HELD           VALUE "Y".

       PROCEDURE DIVISION.
       Main-Logic.
           END-READ
           PERFORM COMPUTE-BALANCE
           CLOSE DatabaseFile
           PERFORM CHECK-LEGAL-HOLD
           IF WS-MEMBER-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-BALANCE-DUE <= ZERO
               DISPLAY "Nothing outstanding - no write-off to "
                       "request."
               DISPLAY "Not a listed reason code - refused."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CASE-NO
           IF WS-REASON-ENTRY = "DISP"
               PERFORM VERIFY-DISPUTE-CASE
               IF WS-CASE-NO = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Requested by (Employee ID): "
           ACCEPT WS-OPERATOR-ID

           MOVE WS-OPERATOR-ID  TO WOF-REQ-BY
           MOVE ZERO            TO WOF-DEC-BY
           MOVE ZERO            TO WOF-DEC-DATE
           MOVE WS-CASE-NO      TO WOF-CASE-NO
           WRITE WRITE-OFF-RECORD
           CLOSE WriteOffFile
           IF WS-CASE-NO NOT = ZERO
               PERFORM WRITE-CASE-WRITE-OFF
           END-IF
           DISPLAY "Write-off of " WS-BALANCE-DUE " queued for "
                   "supervisor review.".

      * A disputed balance is written off only against the S138
      * case that records the dispute - live, and for this member.
      * WS-CASE-NO comes back zero when the case will not do.
       VERIFY-DISPUTE-CASE.
           DISPLAY "Case number (S138): "
           ACCEPT WS-CASE-NO
           OPEN INPUT CaseFile
           IF WS-CSE-STATUS NOT = "00"
               DISPLAY "casefile.txt could not be opened - status "
                       WS-CSE-STATUS " - refused."
               MOVE ZERO TO WS-CASE-NO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-NO TO CSE-CASE-NO
           READ CaseFile KEY IS CSE-CASE-NO
               INVALID KEY
                   DISPLAY "Case " WS-CASE-NO " was not found - "
                           "refused."
                   MOVE ZERO TO WS-CASE-NO
               NOT INVALID KEY
                   IF CSE-DB-ID NOT = WS-WORK-ID
                       DISPLAY "Case " WS-CASE-NO " is for "
                               CSE-DB-ID " - refused."
                       MOVE ZERO TO WS-CASE-NO
                   ELSE
                       IF NOT CSE-STATUS-LIVE
                           DISPLAY "Case " WS-CASE-NO " is closed - "
                                   "refused."
                           MOVE ZERO TO WS-CASE-NO
                       END-IF
                   END-IF
           END-READ
           CLOSE CaseFile.

      * The request goes on the case's own history, so the case
      * shows the write-off it led to.
       WRITE-CASE-WRITE-OFF.
           OPEN EXTEND CaseHistoryFile
           IF WS-CSH-STATUS = "35"
               OPEN OUTPUT CaseHistoryFile
           END-IF
           IF WS-CSH-STATUS NOT = "00"
               DISPLAY "casehist.txt could not be opened - status "
                       WS-CSH-STATUS " - case not noted."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-CASE-NO      TO CSH-CASE-NO
           MOVE WS-TODAY-DATE   TO CSH-DATE
           MOVE WS-NOW-TIME     TO CSH-TIME
           MOVE WS-OPERATOR-ID  TO CSH-OPERATOR
           MOVE "S096"          TO CSH-PROGRAM
           SET CSH-EVENT-WRITE-OFF TO TRUE
           MOVE SPACES          TO CSH-OLD-VALUE
           MOVE "P"             TO CSH-NEW-VALUE
           MOVE SPACES          TO CSH-NOTE
           MOVE WS-BALANCE-DUE  TO WS-AMOUNT-SHOWN
           STRING "Write-off of " WS-AMOUNT-SHOWN " requested"
                   DELIMITED BY SIZE INTO CSH-NOTE
           WRITE CASE-HISTORY-RECORD
           IF WS-CSH-STATUS NOT = "00"
               DISPLAY "WRITE to casehist.txt failed - status "
                       WS-CSH-STATUS
           END-IF
           CLOSE CaseHistoryFile.

       REVIEW-REQUESTS.
           PERFORM SUPERVISOR-SIGN-ON
           OPEN INPUT WriteOffFile
           DISPLAY "Write-off of " WOF-AMOUNT " for " WOF-DB-ID
           DISPLAY "  reason " WOF-REASON " requested "
                   WOF-REQ-DATE " by " WOF-REQ-BY
           IF WOF-CASE-NO IS NUMERIC AND WOF-CASE-NO NOT = ZERO
               DISPLAY "  disputed balance - case " WOF-CASE-NO
           END-IF
           DISPLAY "Action (A=Approve, R=Reject, N=Next, Q=Quit): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
               WHEN "a"
                   MOVE WOF-DB-ID TO WS-WORK-ID
                   PERFORM CHECK-LEGAL-HOLD
                   IF WS-MEMBER-HELD
                       EXIT PARAGRAPH
                   END-IF
                   SET WOF-STATE-APPROVED TO TRUE
                   MOVE WS-SIGNON-ID  TO WOF-DEC-BY
                   MOVE WS-TODAY-DATE TO WOF-DEC-DATE
                   MOVE "WRITEOFF" TO WS-BAL-KIND
                   MOVE WOF-DB-ID  TO WS-BAL-DB-ID
                   MOVE WOF-AMOUNT TO WS-BAL-AMOUNT
                   CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                           WS-BAL-AMOUNT
                   DISPLAY "Approved - S042 posts it and the aging "
                           "nets it out."
                   MOVE "INFO " TO WS-LOG-SEVERITY
           ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX)
           ADD WOF-AMOUNT TO WS-RSN-AMOUNT(WS-RSN-IDX).

      * A balance under legal hold is not given up - not requested,
      * and a request queued before the hold stays pending at review.
       CHECK-LEGAL-HOLD.
           MOVE WS-WORK-ID TO WS-HOLD-DB-ID
           MOVE "balance write-off" TO WS-HOLD-ACTION
           CALL "HOLDCHK" USING WS-HOLD-DB-ID WS-LOG-PROGRAM
                   WS-HOLD-ACTION WS-HOLD-RESULT.

       READ-NEXT-WRITE-OFF.
           READ WriteOffFile
               AT END
