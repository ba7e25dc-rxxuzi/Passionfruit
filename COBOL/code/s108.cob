      *          CHECK-EMPLOYEE-ACTIVE trusts what it finds. The HR
      *          extract (HR_FEED_FILE, default ./../hrfeed.txt, one
      *          fixed-width row per employee: id, names, age,
      *          status, department) is read twice: a
      *          classification pass counts what would change, and
      *          only if the feed clears the volume guard does the
      *          apply pass write adds, detail changes and status
      *          changes onto employee.txt. Every
      *          applied difference goes onto a change report
      *          through RPTWRT. A feed that would touch more than
      *          HR-FEED-MAX-PCT of the master (site profile,
      *          a truncated or wrong-site feed must not be able to
      *          deactivate the entire staff.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-10-19  rxz  The feed row gains the employee's department
      *                    after the status byte, applied onto
      *                    EMPLOYEE-DEPT as a detail change. A blank
      *                    column (a feed from before the field) leaves
      *                    the master's department alone, and a code
      *                    that is not an open department on dept.txt is
      *                    reported and kept off the master while the
      *                    rest of the row applies.
      *   2024-10-22  rxz  An employee added from the feed starts with
      *                    no payroll deduction consent on file (the
      *                    feed does not carry it); a change leaves
      *                    whatever S035 recorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S108.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT DepartmentFile ASSIGN TO "./../dept.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeFile.
           05  HRF-LAST-NAME            PIC X(15).
           05  HRF-AGE                  PIC 9(02).
           05  HRF-STATUS               PIC X(01).
           05  HRF-DEPARTMENT           PIC X(04).

       FD  OperAlertFile.
       01  ALERT-LINE                   PIC X(80).

       FD  DepartmentFile.
           COPY DPTREC.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS                PIC XX.
       01  WS-FEED-STATUS               PIC XX.
       01  WS-MASTER-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-MASTER-IS-OPEN        VALUE "Y".

      * Open departments from dept.txt - a feed code not among them
      * stays off the master.
       01  WS-DPT-STATUS                PIC XX.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-CODE OCCURS 100 TIMES PIC X(04).
       01  WS-DEPT-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-DEPT-IDX                  PIC 9(03).
       01  WS-FEED-DEPT                 PIC X(04).
       01  WS-DEPT-KNOWN-SWITCH         PIC X(01).
           88  WS-FEED-DEPT-KNOWN       VALUE "Y".

      * Site-profile plumbing, the shared CONFIG shape.
       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-FEED-PATH
           PERFORM READ-SITE-PROFILE
           PERFORM LOAD-DEPARTMENTS
           PERFORM COUNT-MASTER-ROWS
           PERFORM CLASSIFY-FEED-PASS

               MOVE WS-CFG-VALUE(1:3) TO WS-MAX-PCT
           END-IF.

       LOAD-DEPARTMENTS.
           MOVE ZERO TO WS-DEPT-COUNT
           OPEN INPUT DepartmentFile
           IF WS-DPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-DEPARTMENT
           PERFORM UNTIL WS-END-OF-FILE OR WS-DEPT-COUNT >= 100
               IF DPT-STATE-ACTIVE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DPT-CODE TO WS-DEPT-CODE(WS-DEPT-COUNT)
               END-IF
               PERFORM READ-NEXT-DEPARTMENT
           END-PERFORM
           CLOSE DepartmentFile.

       READ-NEXT-DEPARTMENT.
           READ DepartmentFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * How big is the master today - the denominator of the guard.
       COUNT-MASTER-ROWS.
           MOVE ZERO TO WS-MASTER-COUNT
                       AND HRF-STATUS NOT = "I")
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FEED-DEPARTMENT
           MOVE SPACES TO WS-FEED-DEPT
           IF WS-FEED-DEPT-KNOWN
               MOVE HRF-DEPARTMENT TO WS-FEED-DEPT
           END-IF
      *    No master on disk yet means every valid row is an add.
           IF NOT WS-MASTER-IS-OPEN
               MOVE "A" TO WS-ROW-KIND
               INVALID KEY
                   MOVE "A" TO WS-ROW-KIND
               NOT INVALID KEY
                   IF NOT WS-FEED-DEPT-KNOWN
                       MOVE EMPLOYEE-DEPT TO WS-FEED-DEPT
                   END-IF
                   MOVE EMPLOYEE-STATUS TO WS-OLD-STATUS
                   IF WS-OLD-STATUS = SPACE
                       MOVE "A" TO WS-OLD-STATUS
                       WHEN HRF-FIRST-NAME NOT = FIRST-NAME
                         OR HRF-LAST-NAME NOT = LAST-NAME
                         OR HRF-AGE NOT = EMPLOYEE-AGE
                         OR WS-FEED-DEPT NOT = EMPLOYEE-DEPT
                           MOVE "D" TO WS-ROW-KIND
                       WHEN WS-STATUS-CHANGED-TOO = "Y"
                           MOVE "S" TO WS-ROW-KIND
                   END-EVALUATE
           END-READ.

      * A blank department column keeps whatever the master holds;
      * a code must be one of the open departments to be applied.
       CHECK-FEED-DEPARTMENT.
           MOVE "N" TO WS-DEPT-KNOWN-SWITCH
           IF HRF-DEPARTMENT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-FEED-DEPT-KNOWN
               IF WS-DEPT-CODE(WS-DEPT-IDX) = HRF-DEPARTMENT
                   SET WS-FEED-DEPT-KNOWN TO TRUE
               END-IF
           END-PERFORM.

      * Second pass: the feed cleared the guard - apply each row and
      * put every applied difference on the change report.
       APPLY-FEED-PASS.

       APPLY-ONE-ROW.
           PERFORM CLASSIFY-ONE-ROW
           IF NOT WS-ROW-INVALID
                   AND HRF-DEPARTMENT NOT = SPACES
                   AND NOT WS-FEED-DEPT-KNOWN
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  UNKNOWN DEPARTMENT " HRF-DEPARTMENT
                       " FOR " HRF-EMPLOYEE-ID " - NOT APPLIED"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-INVALID
                   ADD 1 TO WS-INVALID-COUNT
           MOVE HRF-LAST-NAME   TO LAST-NAME
           MOVE HRF-AGE         TO EMPLOYEE-AGE
           MOVE HRF-STATUS      TO EMPLOYEE-STATUS
           MOVE WS-FEED-DEPT    TO EMPLOYEE-DEPT
           MOVE "N"             TO EMPLOYEE-DEDUCT-CONSENT
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "WRITE failed for employee "
                   STRING "  ADDED   " HRF-EMPLOYEE-ID " "
                           HRF-FIRST-NAME " " HRF-LAST-NAME
                           "  STATUS " HRF-STATUS
                           "  DEPT " WS-FEED-DEPT
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
           END-WRITE.
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  CHANGED " HRF-EMPLOYEE-ID "  NOW "
                       HRF-FIRST-NAME " " HRF-LAST-NAME
                       " AGE " HRF-AGE " DEPT " WS-FEED-DEPT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF
           MOVE HRF-LAST-NAME  TO LAST-NAME
           MOVE HRF-AGE        TO EMPLOYEE-AGE
           MOVE HRF-STATUS     TO EMPLOYEE-STATUS
           MOVE WS-FEED-DEPT   TO EMPLOYEE-DEPT
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE failed for employee "
