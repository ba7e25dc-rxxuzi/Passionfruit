      *                    dispatches them and reports anything
      *                    stuck, instead of a file somebody must
      *                    remember to look at.
      *   2024-11-18  rxz  Items S024 lent to members are left out - the
      *                    holder is a member, not an employee, and
      *                    S164's overdue member loans run chases them
      *                    and charges the ones that stay out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S038.
       COLLECT-IF-OVERDUE.
           IF NOT ITEM-STATE-RETURNED
                   AND NOT ITEM-STATE-LOST
                   AND ITEM-EMPLOYEE-ISSUE
                   AND ITEM-DUE-DATE IS NUMERIC
                   AND ITEM-DUE-DATE > ZERO
                   AND ITEM-DUE-DATE < WS-TODAY-DATE
           END-IF
           IF NOT ITEM-STATE-RETURNED
                   AND NOT ITEM-STATE-LOST
                   AND ITEM-EMPLOYEE-ISSUE
                   AND ITEM-DUE-DATE IS NUMERIC
                   AND ITEM-DUE-DATE > ZERO
                   AND ITEM-DUE-DATE < WS-TODAY-DATE
