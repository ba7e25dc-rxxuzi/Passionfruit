      ******************************************************************
      * Copybook: VISREC
      * Author: rxxuzi
      * Date: 2024/08/17
      * Purpose: Shared record layout for the member visit log
      *          (visits.txt, line sequential, appended). S132's
      *          reception check-in writes one row for every ID
      *          presented at the door - admitted or turned away,
      *          with the reason - stamped with the date, time and
      *          the signed-on operator's branch (spaces = the head
      *          office). S133's monthly usage reports read it:
      *          visits per member, per branch and per hour of day,
      *          and the paying members not seen for 90 days.
      *
      * Modification History:
      *   2024/08/20  rxz  VIS-REASON gains "CANC" - a membership card
      *                    the card register shows cancelled or
      *                    superseded, turned away by S132.
      ******************************************************************
       01  VISIT-RECORD.
           05  VIS-DB-ID                    PIC X(20).
           05  VIS-DATE                     PIC 9(08).
           05  VIS-TIME                     PIC 9(06).
           05  VIS-BRANCH                   PIC X(03).
           05  VIS-RESULT                   PIC X(01).
               88  VIS-ADMITTED             VALUE "A".
               88  VIS-REFUSED              VALUE "R".
           05  VIS-REASON                   PIC X(04).
               88  VIS-REASON-UNKNOWN       VALUE "UNKN".
               88  VIS-REASON-CHECK-DIGIT   VALUE "CHKD".
               88  VIS-REASON-VOID          VALUE "VOID".
               88  VIS-REASON-LAPSED        VALUE "LAPS".
               88  VIS-REASON-FROZEN        VALUE "FROZ".
               88  VIS-REASON-UNPAID        VALUE "UNPD".
               88  VIS-REASON-CARD          VALUE "CANC".
           05  VIS-ENTRY-MODE               PIC X(01).
               88  VIS-ENTRY-CARD           VALUE "C".
               88  VIS-ENTRY-KEYED          VALUE "K".
           05  VIS-OPERATOR                 PIC 9(05).
           05  FILLER                       PIC X(10).
