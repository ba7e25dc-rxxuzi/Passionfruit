      *                    cannot be read under the new length.
      *                    After conversion, rows carrying a space
      *                    in the new field are treated as active.
      *   2024-10-19  rxz  Added EMPLOYEE-DEPT - the department
      *                    (dept.txt, DPTREC) the employee belongs
      *                    to, set in S035 and by S108's HR feed,
      *                    so issued equipment can be charged back
      *                    to the part of the business using it
      *                    (S155). Appended; employee.txt takes the
      *                    same one-time rebuild as EMPLOYEE-STATUS,
      *                    and converted rows carry spaces there
      *                    (unassigned) until a department is set.
      *   2024-10-22  rxz  Added EMPLOYEE-DEDUCT-CONSENT - "Y" when the
      *                    employee has signed the payroll deduction
      *                    consent, set in S035 and carried on S156's
      *                    payroll deduction extract. Appended;
      *                    employee.txt takes the same one-time rebuild
      *                    as EMPLOYEE-DEPT (one conversion covers both
      *                    where they go in together), and converted
      *                    rows carry a space there (no consent on
      *                    file).
      ******************************************************************
       01  EMPLOYEE-RECORD.
           02  EMPLOYEE-ID           PIC 9(05).
           02  EMPLOYEE-STATUS       PIC X(01).
               88  EMPLOYEE-ACTIVE   VALUE "A".
               88  EMPLOYEE-INACTIVE VALUE "I".
           02  EMPLOYEE-DEPT         PIC X(04).
           02  EMPLOYEE-DEDUCT-CONSENT PIC X(01).
               88  EMPLOYEE-HAS-CONSENTED VALUE "Y".
