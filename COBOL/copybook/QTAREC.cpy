      ******************************************************************
      * Copybook: QTAREC
      * Author: rxxuzi
      * Date: 2024/08/14
      * Purpose: Shared record layout for the membership quota table
      *          (quota.txt, line sequential). Each row caps how many
      *          registrations a country may hold in one membership
      *          class - active and frozen rows both hold a place -
      *          and says how many days a waiting-list offer stays
      *          open for a reply. A country and class with no row
      *          has no limit. Maintained by S129; checked at S015's
      *          Add and S080's approval through the WAITLST
      *          subprogram; S130 offers freed places to the waiting
      *          list (WTLREC) and S131 reports the utilisation.
      ******************************************************************
       01  QUOTA-RECORD.
           05  QTA-COUNTRY                  PIC X(20).
           05  QTA-CLASS                    PIC X(01).
           05  QTA-MAX-ACTIVE               PIC 9(05).
           05  QTA-REPLY-DAYS               PIC 9(03).
           05  QTA-DESCRIPTION              PIC X(30).
