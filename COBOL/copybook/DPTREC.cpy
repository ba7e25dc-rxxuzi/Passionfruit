      ******************************************************************
      * Copybook: DPTREC
      * Author: rxxuzi
      * Date: 2024/10/19
      * Purpose: Shared record layout for the department master
      *          (dept.txt, line sequential). One row per part of
      *          the business staff belong to - the code that rides
      *          EMPLOYEE-DEPT on the employee master, its name, and
      *          the cost centre finance books its costs to. The
      *          cost centre is a chart account (COAREC): the
      *          monthly equipment chargeback (S155) debits it for
      *          the issued items the department's employees hold,
      *          so S154 only accepts an account the chart carries
      *          and has active. A department is closed rather than
      *          removed, so old employee rows still resolve.
      ******************************************************************
       01  DEPARTMENT-RECORD.
           05  DPT-CODE                     PIC X(04).
           05  DPT-NAME                     PIC X(30).
           05  DPT-COST-CENTRE              PIC X(08).
           05  DPT-STATE                    PIC X(01).
               88  DPT-STATE-ACTIVE         VALUE "A".
               88  DPT-STATE-CLOSED         VALUE "C".
