      ******************************************************************
      * Copybook: EVTREC
      * Author: rxxuzi
      * Date: 2024/11/15
      * Purpose: Shared record layout for the event and course master
      *          (evtmast.txt, indexed on EVT-CODE), maintained in
      *          S163. One row per course or event the shop runs:
      *          when and at which office, how many places it holds
      *          and the fee a member pays for a place, by membership
      *          class (CLASS.cpy - a blank DB-CLASS pays the Regular
      *          fee). A closed event takes no more bookings; the
      *          places already held stand.
      ******************************************************************
       01  EVENT-RECORD.
           05  EVT-CODE                     PIC X(08).
           05  EVT-TITLE                    PIC X(30).
           05  EVT-DATE                     PIC 9(08).
           05  EVT-BRANCH                   PIC X(03).
           05  EVT-CAPACITY                 PIC 9(04).
           05  EVT-FEE-STUDENT              PIC 9(05)V99.
           05  EVT-FEE-REGULAR              PIC 9(05)V99.
           05  EVT-FEE-CORPORATE            PIC 9(05)V99.
           05  EVT-FEE-HOUSEHOLD            PIC 9(05)V99.
           05  EVT-STATE                    PIC X(01).
               88  EVT-STATE-OPEN           VALUE "O".
               88  EVT-STATE-CLOSED         VALUE "C".
           05  EVT-SET-UP-BY                PIC 9(05).
