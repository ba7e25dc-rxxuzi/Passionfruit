      *          feeds, the jobctl.txt default-table stance - the
      *          file is the shop's to edit after that.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-07-27  rxz  The default register gains EXRATE, the
      *                    bank's daily rate file S122 imports
      *                    (ratefeed.txt, by 0200). An existing
      *                    feedreg.txt is the shop's to edit - add it
      *                    there with the Add action.
      *   2024-08-29  rxz  The default register gains WEBCHG, the web
      *                    portal's nightly address-change file S137
      *                    imports (webchg.txt, by 0200). An existing
      *                    feedreg.txt is the shop's to edit - add it
      *                    there with the Add action.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S109.

      * First run with no register: seed the inbound feeds the
      * programs already expect, all daily. BANKSTMT and BANKPAY
      * before the morning desk, the HR extract, head-office acks
      * the bank's rate file and the web portal's address changes
      * before the batch window's own deadline.
       SEED-REGISTER-IF-MISSING.
           OPEN INPUT FeedRegisterFile
           IF WS-REG-STATUS = "00"
           MOVE "./../hoack.txt"      TO FEED-PATH
           MOVE 0200                  TO FEED-DEADLINE
           WRITE FEED-REGISTER-RECORD
           MOVE "EXRATE"              TO FEED-SOURCE
           MOVE "./../ratefeed.txt"   TO FEED-PATH
           MOVE 0200                  TO FEED-DEADLINE
           WRITE FEED-REGISTER-RECORD
           MOVE "WEBCHG"              TO FEED-SOURCE
           MOVE "./../webchg.txt"     TO FEED-PATH
           MOVE 0200                  TO FEED-DEADLINE
           WRITE FEED-REGISTER-RECORD
           CLOSE FeedRegisterFile
           DISPLAY "feedreg.txt not found - default register "
                   "written.".
