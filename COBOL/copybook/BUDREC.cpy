      *          the registrations on file, with monthsum.txt
      *          confirming the closed months - flagging lines off
      *          plan past the configurable percentage.
      *
      * Modification History:
      *   2024/09/13  rxz  S143's renewal forecast writes its proposed
      *                    plan (fcstbud.txt) in this same layout, and
      *                    S099 can load it over budget.txt.
      ******************************************************************
       01  BUDGET-RECORD.
           05  BUD-YEAR                     PIC 9(04).
