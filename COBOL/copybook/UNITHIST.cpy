      *                    moves the unit straight from one holder
      *                    to the next, and the row logs under the
      *                    receiving employee.
      *   2024/10/28  rxz  UNH-ACTION gains "D" (dispatched on an S158
      *                    inter-store transfer) and "V" (received at
      *                    the other office); both log with no employee
      *                    and the transfer number in UNH-ISSUE-ID.
      *   2024/11/03  rxz  UNH-ACTION gains "X" (disposed by S159); it
      *                    logs with no employee and the disposal number
      *                    in UNH-ISSUE-ID.
      ******************************************************************
       01  UNIT-HISTORY-RECORD.
           05  UNH-SERIAL                   PIC X(12).
               88  UNH-ACTION-RETURNED      VALUE "B".
               88  UNH-ACTION-TRANSFERRED   VALUE "T".
               88  UNH-ACTION-LOST          VALUE "L".
               88  UNH-ACTION-DISPATCHED    VALUE "D".
               88  UNH-ACTION-RECEIVED      VALUE "V".
               88  UNH-ACTION-DISPOSED      VALUE "X".
           05  UNH-EMPLOYEE                 PIC 9(05).
           05  UNH-ISSUE-ID                 PIC 9(05).
