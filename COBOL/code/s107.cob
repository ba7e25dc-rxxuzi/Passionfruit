      *          sign-off line at the foot, so a supervisor can do
      *          the whole day's review in one sitting.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-21  rxz  Late-fee waivers decided on the approval
      *                    queue list as LATEFEE with the waived
      *                    fee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S107.
                   MOVE "HIGH-FEE" TO WS-TYPE-WORD
               WHEN PEND-TYPE-WAIVER
                   MOVE "WAIVER  " TO WS-TYPE-WORD
               WHEN PEND-TYPE-LATE-WAIVER
                   MOVE "LATEFEE " TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE PEND-TYPE TO WS-TYPE-WORD
           END-EVALUATE
