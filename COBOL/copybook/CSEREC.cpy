      ******************************************************************
      * Copybook: CSEREC
      * Author: rxxuzi
      * Date: 2024/09/01
      * Purpose: Shared record layout for the member case file
      *          (casefile.txt, indexed on CSE-CASE-NO with CSE-DB-ID
      *          as an alternate key with duplicates). One record
      *          per complaint, dispute or service request, opened
      *          in S138 with its category (CASECAT.cpy), the
      *          channel it came in by, the operator it is assigned
      *          to and the target resolution date the category
      *          sets. The case's status history and notes are on
      *          the case history (casehist.txt, CSHREC). A case with
      *          CSE-DISPUTE-FLAG "Y" holds the member's balance
      *          disputed (DB-DISPUTE-STATE) while it is live, which
      *          stops S069's dunning letters. Case numbers come from
      *          the casectl.txt counter.
      ******************************************************************
       01  CASE-RECORD.
           05  CSE-CASE-NO                  PIC 9(07).
           05  CSE-DB-ID                    PIC X(20).
           05  CSE-CATEGORY                 PIC X(04).
           05  CSE-CHANNEL                  PIC X(01).
               88  CSE-CHANNEL-PHONE        VALUE "P".
               88  CSE-CHANNEL-LETTER       VALUE "L".
               88  CSE-CHANNEL-EMAIL        VALUE "E".
               88  CSE-CHANNEL-DESK         VALUE "D".
           05  CSE-OPENED-DATE              PIC 9(08).
           05  CSE-OPENED-BY                PIC 9(05).
           05  CSE-ASSIGNED-TO              PIC 9(05).
           05  CSE-TARGET-DATE              PIC 9(08).
           05  CSE-STATUS                   PIC X(01).
               88  CSE-STATUS-OPEN          VALUE "O".
               88  CSE-STATUS-WAITING       VALUE "W".
               88  CSE-STATUS-CLOSED        VALUE "C".
               88  CSE-STATUS-LIVE          VALUES "O", "W".
           05  CSE-DISPUTE-FLAG             PIC X(01).
               88  CSE-BALANCE-DISPUTED     VALUE "Y".
           05  CSE-SUMMARY                  PIC X(60).
           05  CSE-CLOSED-DATE              PIC 9(08).
           05  CSE-CLOSED-BY                PIC 9(05).
           05  CSE-OUTCOME                  PIC X(01).
               88  CSE-OUTCOME-UPHELD       VALUE "U".
               88  CSE-OUTCOME-NOT-UPHELD   VALUE "N".
               88  CSE-OUTCOME-WITHDRAWN    VALUE "W".
               88  CSE-OUTCOME-DONE         VALUE "S".
           05  FILLER                       PIC X(10).
