      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-10-19
      * Purpose: Department master maintenance and the department-
      *          holdings report. Maintains dept.txt (DPTREC layout)
      *          - the departments employees belong to through
      *          EMPLOYEE-DEPT, each with the cost-centre account
      *          S155's monthly chargeback debits. A cost centre must
      *          be an active account on the chart (glchart.txt,
      *          maintained by S115) when the chart is on file, so
      *          S101 never meets a recharge it cannot accumulate.
      *          A department is closed rather than removed. The
      *          holdings report lists, department by department,
      *          every open issue on itemissue.txt held by the
      *          department's employees with its catalog value;
      *          holders with no department, or an employee row
      *          missing, gather under UNASSIGNED.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-11-18  rxz  Items S024 lends to members are left out of
      *                    the department holdings - a member, not an
      *                    employee, has them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S154.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepartmentFile ASSIGN TO "./../dept.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPT-STATUS.

           SELECT DepartmentWorkFile ASSIGN TO "./../dptwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPTW-STATUS.

           SELECT ChartFile ASSIGN TO "./../glchart.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT EmployeeFile ASSIGN TO "./../employee.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT IssuedItemFile ASSIGN TO "./../itemissue.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-ITEM-STATUS.

           SELECT ItemCatalogFile ASSIGN TO "./../itemcat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-ITEM-CODE
           FILE STATUS IS WS-CAT-STATUS.

           SELECT SortFile ASSIGN TO "sortwork".

       DATA DIVISION.
       FILE SECTION.
       FD  DepartmentFile.
           COPY DPTREC.

       FD  DepartmentWorkFile.
           COPY DPTREC REPLACING
               ==DEPARTMENT-RECORD== BY ==DEPARTMENT-WORK-RECORD==
               LEADING ==DPT== BY ==DPW==.

       FD  ChartFile.
           COPY COAREC.

       FD  EmployeeFile.
           COPY EMPREC.

       FD  IssuedItemFile.
           COPY ITEMREC.

       FD  ItemCatalogFile.
           COPY ITEMCAT.

       SD  SortFile.
       01  SORT-RECORD.
           05  SRT-DEPT                 PIC X(04).
           05  SRT-EMPLOYEE-ID          PIC 9(05).
           05  SRT-LAST-NAME            PIC X(15).
           05  SRT-ITEM-ID              PIC 9(05).
           05  SRT-ITEM-CODE            PIC X(08).
           05  SRT-ITEM-NAME            PIC X(20).
           05  SRT-QUANTITY             PIC 9(03).
           05  SRT-VALUE                PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01  WS-DPT-STATUS                PIC XX.
       01  WS-DPTW-STATUS               PIC XX.
       01  WS-COA-STATUS                PIC XX.
       01  WS-EMP-STATUS                PIC XX.
       01  WS-ITEM-STATUS               PIC XX.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-SORT-SWITCH               PIC X(01) VALUE "N".
           88  WS-SORT-DONE             VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ROW-FOUND             VALUE "Y".
       01  WS-ACCOUNT-OK-SWITCH         PIC X(01).
           88  WS-ACCOUNT-IS-OK         VALUE "Y".
       01  WS-EMP-OPEN-SWITCH           PIC X(01).
           88  WS-EMP-IS-OPEN           VALUE "Y".
       01  WS-CAT-OPEN-SWITCH           PIC X(01).
           88  WS-CAT-IS-OPEN           VALUE "Y".
       01  WS-LIST-COUNT                PIC 9(05).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-DPT-FILE-NAME    PIC X(20) VALUE "./../dept.txt".
       01  WS-DPTW-FILE-NAME   PIC X(20) VALUE "./../dptwork.txt".

       01  WS-NEW-CODE                  PIC X(04).
       01  WS-NEW-NAME                  PIC X(30).
       01  WS-NEW-COST-CENTRE           PIC X(08).
       01  WS-NEW-STATE                 PIC X(01).
       01  WS-ANSWER                    PIC X(01).

      * Holdings report.
       01  WS-CURRENT-DEPT              PIC X(04).
       01  WS-FIRST-LINE-SWITCH         PIC X(01).
           88  WS-FIRST-LINE            VALUE "Y".
       01  WS-DEPT-ITEMS                PIC 9(05).
       01  WS-DEPT-VALUE                PIC 9(09)V99.
       01  WS-TOTAL-ITEMS               PIC 9(07).
       01  WS-TOTAL-VALUE               PIC 9(11)V99.
       01  WS-DEPT-HEADING              PIC X(30).

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Section SECTION.
       Main-Logic.
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S154 - DEPARTMENT MASTER AND HOLDINGS"
               DISPLAY "=============================================="
               DISPLAY "L=List  A=Add  C=Change  H=Holdings report  "
                       "X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-DEPARTMENTS
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-DEPARTMENT
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-DEPARTMENT
                   WHEN "H"
                   WHEN "h"
                       PERFORM HOLDINGS-REPORT
                   WHEN "X"
                   WHEN "x"
                   WHEN SPACES
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LIST-DEPARTMENTS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DepartmentFile
           IF WS-DPT-STATUS NOT = "00"
               DISPLAY "dept.txt could not be opened - status "
                       WS-DPT-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE NAME                           COST CTR STATE"
           PERFORM READ-NEXT-DEPARTMENT
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-LIST-COUNT
               DISPLAY DPT-CODE " " DPT-NAME " " DPT-COST-CENTRE " "
                       DPT-STATE
               PERFORM READ-NEXT-DEPARTMENT
           END-PERFORM
           CLOSE DepartmentFile
           DISPLAY "Departments on file: " WS-LIST-COUNT.

       READ-NEXT-DEPARTMENT.
           READ DepartmentFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       FIND-DEPARTMENT.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DepartmentFile
           IF WS-DPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DEPARTMENT
           PERFORM UNTIL WS-END-OF-FILE OR WS-ROW-FOUND
               IF DPT-CODE = WS-NEW-CODE
                   SET WS-ROW-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-DEPARTMENT
               END-IF
           END-PERFORM
           CLOSE DepartmentFile.

       ADD-DEPARTMENT.
           DISPLAY "Department code (4 chars): "
           MOVE SPACES TO WS-NEW-CODE
           ACCEPT WS-NEW-CODE
           IF WS-NEW-CODE = SPACES
               DISPLAY "A department code is required - refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DEPARTMENT
           IF WS-ROW-FOUND
               DISPLAY "Department " WS-NEW-CODE " is already on "
                       "file - use Change."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Department name: "
           MOVE SPACES TO WS-NEW-NAME
           ACCEPT WS-NEW-NAME
           DISPLAY "Cost-centre account: "
           MOVE SPACES TO WS-NEW-COST-CENTRE
           ACCEPT WS-NEW-COST-CENTRE
           PERFORM CHECK-COST-CENTRE
           IF NOT WS-ACCOUNT-IS-OK
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND DepartmentFile
           IF WS-DPT-STATUS = "35"
               OPEN OUTPUT DepartmentFile
           END-IF
           IF WS-DPT-STATUS NOT = "00"
               DISPLAY "dept.txt could not be opened - status "
                       WS-DPT-STATUS " - department NOT added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CODE        TO DPT-CODE
           MOVE WS-NEW-NAME        TO DPT-NAME
           MOVE WS-NEW-COST-CENTRE TO DPT-COST-CENTRE
           SET DPT-STATE-ACTIVE TO TRUE
           WRITE DEPARTMENT-RECORD
           CLOSE DepartmentFile
           DISPLAY "Department " WS-NEW-CODE " added.".

      * The recharge debits this account, so it has to be one the
      * chart carries and has active. A site with no chart on file
      * is not checked - the same rule S101 applies.
       CHECK-COST-CENTRE.
           MOVE "N" TO WS-ACCOUNT-OK-SWITCH
           IF WS-NEW-COST-CENTRE = SPACES
               DISPLAY "A cost-centre account is required - refused."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ChartFile
           IF WS-COA-STATUS NOT = "00"
               SET WS-ACCOUNT-IS-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CHART-ROW
           PERFORM UNTIL WS-END-OF-FILE OR WS-ACCOUNT-IS-OK
               IF COA-ACCOUNT = WS-NEW-COST-CENTRE
                       AND COA-STATE-ACTIVE
                   SET WS-ACCOUNT-IS-OK TO TRUE
               ELSE
                   PERFORM READ-NEXT-CHART-ROW
               END-IF
           END-PERFORM
           CLOSE ChartFile
           IF NOT WS-ACCOUNT-IS-OK
               DISPLAY "Account " WS-NEW-COST-CENTRE " is not an "
                       "active account on the chart - add it "
                       "through S115 first."
           END-IF.

       READ-NEXT-CHART-ROW.
           READ ChartFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Name, cost centre and state change; the code stays. The
      * master is rewritten through the work-file swap.
       CHANGE-DEPARTMENT.
           DISPLAY "Department code to change: "
           MOVE SPACES TO WS-NEW-CODE
           ACCEPT WS-NEW-CODE
           PERFORM FIND-DEPARTMENT
           IF NOT WS-ROW-FOUND
               DISPLAY "Department " WS-NEW-CODE " is not on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Now: " DPT-NAME " cost centre " DPT-COST-CENTRE
                   " state " DPT-STATE
           MOVE DPT-STATE TO WS-NEW-STATE
           DISPLAY "New name (blank to keep): "
           MOVE SPACES TO WS-NEW-NAME
           ACCEPT WS-NEW-NAME
           IF WS-NEW-NAME = SPACES
               MOVE DPT-NAME TO WS-NEW-NAME
           END-IF
           DISPLAY "New cost-centre account (blank to keep): "
           MOVE SPACES TO WS-NEW-COST-CENTRE
           ACCEPT WS-NEW-COST-CENTRE
           IF WS-NEW-COST-CENTRE = SPACES
               MOVE DPT-COST-CENTRE TO WS-NEW-COST-CENTRE
           ELSE
               PERFORM CHECK-COST-CENTRE
               IF NOT WS-ACCOUNT-IS-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "A=Active  C=Closed  (blank to keep): "
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN SPACES
                   CONTINUE
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-NEW-STATE
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-NEW-STATE
               WHEN OTHER
                   DISPLAY "State must be A or C - refused."
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN INPUT DepartmentFile
           IF WS-DPT-STATUS NOT = "00"
               DISPLAY "dept.txt could not be opened - status "
                       WS-DPT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DepartmentWorkFile
           IF WS-DPTW-STATUS NOT = "00"
               DISPLAY "dptwork.txt could not be opened - status "
                       WS-DPTW-STATUS
               CLOSE DepartmentFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-DEPARTMENT
           PERFORM UNTIL WS-END-OF-FILE
               IF DPT-CODE = WS-NEW-CODE
                   MOVE WS-NEW-NAME        TO DPT-NAME
                   MOVE WS-NEW-COST-CENTRE TO DPT-COST-CENTRE
                   MOVE WS-NEW-STATE       TO DPT-STATE
               END-IF
               MOVE DEPARTMENT-RECORD TO DEPARTMENT-WORK-RECORD
               WRITE DEPARTMENT-WORK-RECORD
               PERFORM READ-NEXT-DEPARTMENT
           END-PERFORM
           CLOSE DepartmentFile
           CLOSE DepartmentWorkFile
           CALL "CBL_DELETE_FILE" USING WS-DPT-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-DPTW-FILE-NAME
                   WS-DPT-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated master is at "
                       "dptwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Department " WS-NEW-CODE " updated.".

      * Open issues sorted by department and holder, one block per
      * department with its item count and catalog value.
       HOLDINGS-REPORT.
           MOVE ZERO TO WS-TOTAL-ITEMS
           MOVE ZERO TO WS-TOTAL-VALUE
           MOVE "s154" TO WS-RPT-ID
           MOVE "DEPARTMENT EQUIPMENT HOLDINGS" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE "N" TO WS-SORT-SWITCH
           SORT SortFile
               ON ASCENDING KEY SRT-DEPT
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               ON ASCENDING KEY SRT-ITEM-ID
               INPUT PROCEDURE IS Gather-Holdings-Section
               OUTPUT PROCEDURE IS Print-Holdings-Section
           STRING "ALL DEPARTMENTS  ITEMS " WS-TOTAL-ITEMS
                   "  VALUE " WS-TOTAL-VALUE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-TOTAL.
           MOVE "TOTAL" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-CLOSE.
           MOVE "CLOSE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

      * An issue still out (open, or a space on rows from before
      * ITEM-STATE) belongs to its holder's department; the value
      * is the catalog's unit value times the quantity held.
       Gather-Holdings-Section SECTION.
       Gather-Holdings.
           MOVE "N" TO WS-EMP-OPEN-SWITCH
           MOVE "N" TO WS-CAT-OPEN-SWITCH
           OPEN INPUT IssuedItemFile
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "itemissue.txt could not be opened - status "
                       WS-ITEM-STATUS " - nothing is issued."
               GO TO Gather-Holdings-Done
           END-IF
           OPEN INPUT EmployeeFile
           IF WS-EMP-STATUS = "00"
               SET WS-EMP-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT ItemCatalogFile
           IF WS-CAT-STATUS = "00"
               SET WS-CAT-IS-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ IssuedItemFile NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT ITEM-STATE-RETURNED
                               AND NOT ITEM-STATE-LOST
                               AND ITEM-EMPLOYEE-ISSUE
                           PERFORM RELEASE-ONE-HOLDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IssuedItemFile
           IF WS-EMP-IS-OPEN
               CLOSE EmployeeFile
           END-IF
           IF WS-CAT-IS-OPEN
               CLOSE ItemCatalogFile
           END-IF
           GO TO Gather-Holdings-Done.
       RELEASE-ONE-HOLDING.
           MOVE SPACES TO SRT-DEPT
           MOVE SPACES TO SRT-LAST-NAME
           IF WS-EMP-IS-OPEN
               MOVE ITEM-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EmployeeFile KEY IS EMPLOYEE-ID
                   INVALID KEY
                       MOVE "(not on file)" TO SRT-LAST-NAME
                   NOT INVALID KEY
                       MOVE EMPLOYEE-DEPT TO SRT-DEPT
                       MOVE LAST-NAME TO SRT-LAST-NAME
               END-READ
           END-IF
           MOVE ZERO TO SRT-VALUE
           IF WS-CAT-IS-OPEN
               MOVE ITEM-CODE TO CAT-ITEM-CODE
               READ ItemCatalogFile KEY IS CAT-ITEM-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE SRT-VALUE
                               = CAT-UNIT-VALUE * ITEM-QUANTITY
               END-READ
           END-IF
           MOVE ITEM-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
           MOVE ITEM-ID          TO SRT-ITEM-ID
           MOVE ITEM-CODE        TO SRT-ITEM-CODE
           MOVE ITEM-NAME        TO SRT-ITEM-NAME
           MOVE ITEM-QUANTITY    TO SRT-QUANTITY
           RELEASE SORT-RECORD.
       Gather-Holdings-Done.
           EXIT.

       Print-Holdings-Section SECTION.
       Print-Holdings.
           SET WS-FIRST-LINE TO TRUE
           PERFORM RETURN-NEXT-HOLDING
           PERFORM UNTIL WS-SORT-DONE
               IF WS-FIRST-LINE OR SRT-DEPT NOT = WS-CURRENT-DEPT
                   IF NOT WS-FIRST-LINE
                       PERFORM PRINT-DEPARTMENT-FOOT
                   END-IF
                   MOVE "N" TO WS-FIRST-LINE-SWITCH
                   MOVE SRT-DEPT TO WS-CURRENT-DEPT
                   MOVE ZERO TO WS-DEPT-ITEMS
                   MOVE ZERO TO WS-DEPT-VALUE
                   PERFORM PRINT-DEPARTMENT-HEAD
               END-IF
               ADD 1 TO WS-DEPT-ITEMS
               ADD SRT-VALUE TO WS-DEPT-VALUE
               STRING "  " SRT-EMPLOYEE-ID " " SRT-LAST-NAME " "
                       SRT-ITEM-ID " " SRT-ITEM-CODE " "
                       SRT-ITEM-NAME " " SRT-QUANTITY " " SRT-VALUE
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
               PERFORM RETURN-NEXT-HOLDING
           END-PERFORM
           IF NOT WS-FIRST-LINE
               PERFORM PRINT-DEPARTMENT-FOOT
           END-IF
           GO TO Print-Holdings-Done.
       PRINT-DEPARTMENT-HEAD.
           IF WS-CURRENT-DEPT = SPACES
               MOVE "UNASSIGNED" TO WS-DEPT-HEADING
           ELSE
               MOVE "(not on department master)" TO WS-DEPT-HEADING
               MOVE WS-CURRENT-DEPT TO WS-NEW-CODE
               PERFORM FIND-DEPARTMENT
               IF WS-ROW-FOUND
                   MOVE DPT-NAME TO WS-DEPT-HEADING
               END-IF
           END-IF
           PERFORM RPT-LINE
           STRING "DEPT " WS-CURRENT-DEPT " " WS-DEPT-HEADING
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "  EMPL  HOLDER          ITEM  CODE     NAME      "
               TO WS-RPT-TEXT
           MOVE "           QTY VALUE" TO WS-RPT-TEXT(51:20)
           PERFORM RPT-LINE.
       PRINT-DEPARTMENT-FOOT.
           STRING "  DEPT " WS-CURRENT-DEPT " ITEMS " WS-DEPT-ITEMS
                   "  VALUE " WS-DEPT-VALUE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           ADD WS-DEPT-ITEMS TO WS-TOTAL-ITEMS
           ADD WS-DEPT-VALUE TO WS-TOTAL-VALUE.
       RETURN-NEXT-HOLDING.
           RETURN SortFile
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.
       Print-Holdings-Done.
           EXIT.

       END PROGRAM S154.
