      *   2024-03-28  rxz  New employees are written with
      *                    EMPLOYEE-STATUS active, matching the
      *                    offboarding workflow S035 now runs.
      *   2024-10-19  rxz  New employees are written with EMPLOYEE-DEPT
      *                    blank (unassigned) - S035 sets the
      *                    department.
      *   2024-10-22  rxz  New employees are written with no payroll
      *                    deduction consent on file
      *                    (EMPLOYEE-DEDUCT-CONSENT "N") - S035 records
      *                    a signed consent.
      ******************************************************************

       IDENTIFICATION DIVISION.
           PERFORM ASSIGN-NEXT-EMPLOYEE-ID
           MOVE 30     TO EMPLOYEE-AGE
           SET EMPLOYEE-ACTIVE TO TRUE
           MOVE SPACES TO EMPLOYEE-DEPT
           MOVE "N"    TO EMPLOYEE-DEDUCT-CONSENT

           WRITE EMPLOYEE-RECORD
               INVALID KEY
