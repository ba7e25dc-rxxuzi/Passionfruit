      ******************************************************************
      * Copybook: ELGREC
      * Author: rxxuzi
      * Date: 2024/08/11
      * Purpose: Shared record layout for the class eligibility rules
      *          (clselig.txt). Each row gives one membership class
      *          (CLASS.cpy) the age band a member must fall inside
      *          to hold it - ELG-MIN-AGE and ELG-MAX-AGE in whole
      *          years, zero meaning no limit on that side - and the
      *          class an over-age member is re-rated to at renewal
      *          (blank = none; the renewal is refused instead). A
      *          class with no row has no age rule. Ages are taken
      *          from MEM-BIRTH-DATE on memdet.txt. The CLSELIG
      *          subprogram answers the check for S015, S080 and
      *          S128; S127 maintains the table.
      ******************************************************************
       01  ELIGIBILITY-RULE-RECORD.
           05  ELG-CLASS                    PIC X(01).
           05  ELG-MIN-AGE                  PIC 9(03).
           05  ELG-MAX-AGE                  PIC 9(03).
           05  ELG-AGE-OUT-CLASS            PIC X(01).
           05  ELG-DESCRIPTION              PIC X(30).
