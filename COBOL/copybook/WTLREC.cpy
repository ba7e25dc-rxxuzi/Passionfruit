      ******************************************************************
      * Copybook: WTLREC
      * Author: rxxuzi
      * Date: 2024/08/14
      * Purpose: Shared record layout for the membership waiting
      *          list (waitlist.txt, indexed on WTL-SEQ-NO). A desk
      *          add (S015) or an application approval (S080) that
      *          finds its country and class at quota (QTAREC) puts
      *          the would-be member here instead; the sequence
      *          number is issued one-up, so within a country and
      *          class the lowest number waiting is first in line.
      *          S130 offers each freed place to the next in line
      *          with an LTRGEN letter and a reply deadline, and
      *          lapses an offer not taken up by then; the add or
      *          approval that takes the place closes the row.
      *          Desk entries carry the ID keyed at the desk, an
      *          application carries its application number.
      ******************************************************************
       01  WAITLIST-RECORD.
           05  WTL-SEQ-NO                   PIC 9(07).
           05  WTL-STATE                    PIC X(01).
               88  WTL-STATE-WAITING        VALUE "W".
               88  WTL-STATE-OFFERED        VALUE "O".
               88  WTL-STATE-TAKEN          VALUE "T".
               88  WTL-STATE-LAPSED         VALUE "X".
               88  WTL-STATE-REMOVED        VALUE "R".
               88  WTL-STATE-OPEN           VALUES "W", "O".
           05  WTL-COUNTRY                  PIC X(20).
           05  WTL-CLASS                    PIC X(01).
           05  WTL-SOURCE                   PIC X(01).
               88  WTL-SOURCE-DESK          VALUE "D".
               88  WTL-SOURCE-APPLICATION   VALUE "A".
           05  WTL-DB-ID                    PIC X(20).
           05  WTL-APP-NO                   PIC 9(07).
           05  WTL-NAME                     PIC X(30).
           05  WTL-JOINED-DATE              PIC 9(08).
           05  WTL-OFFER-DATE               PIC 9(08).
           05  WTL-REPLY-BY                 PIC 9(08).
           05  WTL-CLOSED-DATE              PIC 9(08).
           05  WTL-ADDED-BY                 PIC 9(05).
           05  FILLER                       PIC X(10).
