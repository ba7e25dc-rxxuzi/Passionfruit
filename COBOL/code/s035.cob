      *                    issue itself no longer counts as open
      *                    equipment, since the money side is
      *                    chased through the charge.
      *   2024-10-19  rxz  Add, change and inquiry carry the employee's
      *                    department (EMPLOYEE-DEPT) - an entered code
      *                    must be an open department on dept.txt
      *                    (maintained by S154); blank leaves the
      *                    employee unassigned. S155's equipment
      *                    chargeback charges by it.
      *   2024-10-22  rxz  Add, change and inquiry carry the employee's
      *                    payroll deduction consent
      *                    (EMPLOYEE-DEDUCT-CONSENT). Offboarding no
      *                    longer refuses a leaver with lost-item
      *                    charges still owing: the operator can send
      *                    the remaining balance to the leaver's final
      *                    pay, which marks the charges (CHG-FINAL-PAY)
      *                    so S156's payroll extract deducts them in
      *                    full, uncapped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S035.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT DepartmentFile ASSIGN TO "./../dept.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPT-STATUS.

           SELECT ChargeWorkFile ASSIGN TO "./../chgwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeFile.
       FD  ChargeLedgerFile.
           COPY CHGREC.

       FD  DepartmentFile.
           COPY DPTREC.

       FD  ChargeWorkFile.
           COPY CHGREC REPLACING
               ==EMPLOYEE-CHARGE-RECORD== BY ==CHARGE-WORK-RECORD==
               LEADING ==CHG== BY ==CGW==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-CTL-FILE-STATUS     PIC XX.
           88  WS-CHG-END-OF-FILE VALUE "Y".
       01  WS-OPEN-CHARGE-COUNT   PIC 9(03) VALUE ZERO.
       01  WS-CONFIRM             PIC X(01).
       01  WS-DPT-STATUS          PIC XX.
       01  WS-DPT-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-DPT-END-OF-FILE VALUE "Y".
       01  WS-NEW-DEPT            PIC X(04).
       01  WS-DEPT-OK-SWITCH      PIC X(01).
           88  WS-DEPT-IS-OK      VALUE "Y".
       01  WS-NEW-CONSENT         PIC X(01).
       01  WS-CHGW-STATUS         PIC XX.
       01  WS-CHG-FILE-NAME       PIC X(20)
               VALUE "./../chargeled.txt".
       01  WS-CHGW-FILE-NAME      PIC X(20)
               VALUE "./../chgwork.txt".
       01  WS-CHG-DELETE-RESULT   PIC 9(09) COMP-5.
       01  WS-CHG-RENAME-RESULT   PIC 9(09) COMP-5.
       01  WS-FINAL-PAY-SWITCH    PIC X(01).
           88  WS-FINAL-PAY-MARKED VALUE "Y".

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT LAST-NAME
           DISPLAY "Age       : "
           ACCEPT EMPLOYEE-AGE
           DISPLAY "Department (blank = unassigned): "
           MOVE SPACES TO WS-NEW-DEPT
           ACCEPT WS-NEW-DEPT
           PERFORM CHECK-DEPARTMENT
           IF NOT WS-DEPT-IS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-DEPT TO EMPLOYEE-DEPT
           DISPLAY "Payroll deduction consent signed (Y/N): "
           ACCEPT WS-NEW-CONSENT
           IF WS-NEW-CONSENT = "Y" OR WS-NEW-CONSENT = "y"
               SET EMPLOYEE-HAS-CONSENTED TO TRUE
           ELSE
               MOVE "N" TO EMPLOYEE-DEDUCT-CONSENT
           END-IF
           PERFORM ASSIGN-NEXT-EMPLOYEE-ID
           SET EMPLOYEE-ACTIVE TO TRUE
           WRITE EMPLOYEE-RECORD
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Current: " EMPLOYEE-NAME " age " EMPLOYEE-AGE
                   " dept " EMPLOYEE-DEPT
           DISPLAY "New first name (blank to keep): "
           ACCEPT WS-NEW-FIRST-NAME
           IF WS-NEW-FIRST-NAME NOT = SPACES
           IF WS-NEW-AGE NOT = SPACES AND WS-NEW-AGE IS NUMERIC
               MOVE WS-NEW-AGE TO EMPLOYEE-AGE
           END-IF
           DISPLAY "New department (blank to keep): "
           MOVE SPACES TO WS-NEW-DEPT
           ACCEPT WS-NEW-DEPT
           IF WS-NEW-DEPT NOT = SPACES
               PERFORM CHECK-DEPARTMENT
               IF NOT WS-DEPT-IS-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-DEPT TO EMPLOYEE-DEPT
           END-IF
           DISPLAY "Payroll deduction consent Y/N (blank to keep): "
           MOVE SPACES TO WS-NEW-CONSENT
           ACCEPT WS-NEW-CONSENT
           EVALUATE WS-NEW-CONSENT
               WHEN "Y"
               WHEN "y"
                   SET EMPLOYEE-HAS-CONSENTED TO TRUE
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO EMPLOYEE-DEDUCT-CONSENT
           END-EVALUATE
           REWRITE EMPLOYEE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Change failed - status " WS-FILE-STATUS
                   DISPLAY "ID    : " EMPLOYEE-ID
                   DISPLAY "Name  : " EMPLOYEE-NAME
                   DISPLAY "Age   : " EMPLOYEE-AGE
                   DISPLAY "Dept  : " EMPLOYEE-DEPT
                   IF EMPLOYEE-HAS-CONSENTED
                       DISPLAY "Payroll deduction consent: YES"
                   ELSE
                       DISPLAY "Payroll deduction consent: NO"
                   END-IF
                   IF EMPLOYEE-INACTIVE
                       DISPLAY "Status: INACTIVE (offboarded)"
                   ELSE
                   END-IF
           END-READ.

      * A department code has to be an open row on dept.txt - blank
      * is always accepted and leaves the employee unassigned.
       CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-OK-SWITCH
           IF WS-NEW-DEPT = SPACES
               SET WS-DEPT-IS-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DPT-EOF-SWITCH
           OPEN INPUT DepartmentFile
           IF WS-DPT-STATUS NOT = "00"
               DISPLAY "dept.txt could not be opened - status "
                       WS-DPT-STATUS " - set up departments "
                       "through S154 first."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-DEPARTMENT
           PERFORM UNTIL WS-DPT-END-OF-FILE OR WS-DEPT-IS-OK
               IF DPT-CODE = WS-NEW-DEPT AND DPT-STATE-ACTIVE
                   SET WS-DEPT-IS-OK TO TRUE
               ELSE
                   PERFORM READ-NEXT-DEPARTMENT
               END-IF
           END-PERFORM
           CLOSE DepartmentFile
           IF NOT WS-DEPT-IS-OK
               DISPLAY "Department " WS-NEW-DEPT " is not an open "
                       "department - not saved."
           END-IF.

       READ-NEXT-DEPARTMENT.
           READ DepartmentFile
               AT END
                   SET WS-DPT-END-OF-FILE TO TRUE
           END-READ.

      * Mark a leaver inactive - but only once itemissue.txt shows
      * nothing still issued against their ID. Open equipment records
      * block the offboarding so the kit is chased before the person

           PERFORM COUNT-OPEN-CHARGES
           IF WS-OPEN-CHARGE-COUNT > ZERO
               DISPLAY WS-OPEN-CHARGE-COUNT " unresolved lost-item "
                       "charge(s) against employee " WS-WORK-ID "."
               DISPLAY "Recover the balance through final pay (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Offboarding refused - collect the "
                           "charges through S039's desk first."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Mark " EMPLOYEE-NAME " inactive (Y/N)? "
               EXIT PARAGRAPH
           END-IF

           IF WS-OPEN-CHARGE-COUNT > ZERO
               PERFORM MARK-CHARGES-FOR-FINAL-PAY
               IF NOT WS-FINAL-PAY-MARKED
                   DISPLAY "Offboarding cancelled - the charges "
                           "could not be sent to final pay."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET EMPLOYEE-INACTIVE TO TRUE
           REWRITE EMPLOYEE-RECORD
           IF WS-FILE-STATUS NOT = "00"

      * A lost item's issue is closed, but its charge-back is not -
      * a leaver walks only when the charges ledger shows nothing
      * open against them, or once what is open has been sent to
      * final pay. A missing ledger means no charges ever.
       COUNT-OPEN-CHARGES.
           MOVE ZERO TO WS-OPEN-CHARGE-COUNT
           MOVE "N" TO WS-CHG-EOF-SWITCH
                   SET WS-CHG-END-OF-FILE TO TRUE
           END-READ.

      * The leaver's open charges are flagged for final pay through
      * the work-file swap S039 uses on the same ledger - S156's next
      * payroll extract then deducts each remaining balance in full.
       MARK-CHARGES-FOR-FINAL-PAY.
           MOVE "N" TO WS-FINAL-PAY-SWITCH
           MOVE "N" TO WS-CHG-EOF-SWITCH
           OPEN INPUT ChargeLedgerFile
           IF WS-CHG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ChargeWorkFile
           IF WS-CHGW-STATUS NOT = "00"
               DISPLAY "chgwork.txt could not be opened - status "
                       WS-CHGW-STATUS
               CLOSE ChargeLedgerFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CHARGE
           PERFORM UNTIL WS-CHG-END-OF-FILE
               IF CHG-EMPLOYEE-ID = WS-WORK-ID AND CHG-STATE-OPEN
                   SET CHG-FOR-FINAL-PAY TO TRUE
               END-IF
               MOVE EMPLOYEE-CHARGE-RECORD TO CHARGE-WORK-RECORD
               WRITE CHARGE-WORK-RECORD
               PERFORM READ-NEXT-CHARGE
           END-PERFORM
           CLOSE ChargeLedgerFile
           CLOSE ChargeWorkFile
           CALL "CBL_DELETE_FILE" USING WS-CHG-FILE-NAME
                   RETURNING WS-CHG-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-CHGW-FILE-NAME
                   WS-CHG-FILE-NAME RETURNING WS-CHG-RENAME-RESULT
           IF WS-CHG-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated ledger is at "
                       "chgwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           SET WS-FINAL-PAY-MARKED TO TRUE
           DISPLAY WS-OPEN-CHARGE-COUNT " charge(s) sent to final "
                   "pay.".

      * employee.txt is keyed on EMPLOYEE-ID, so a last-name browse
      * is a sequential scan comparing the typed prefix - the same
      * way S015 scans the COUNTRY-TABLE. A blank prefix lists the
