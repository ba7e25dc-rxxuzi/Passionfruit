      ******************************************************************
      * Copybook: CASECAT
      * Author: rxxuzi
      * Date: 2024/09/01
      * Purpose: Maintained list of member case categories, built
      *          the fixed-reference-table way CLASS.cpy is. Every
      *          case S138 opens carries one (CSE-CATEGORY), and the
      *          category sets the target resolution date - the
      *          number of business days (BUSDAY) from the day the
      *          case is opened. S139's aging report lists the live
      *          cases past that date.
      *
      * To add a category: add one more entry to CASECAT-TABLE-VALUES
      * and increase CASECAT-TABLE-SIZE by one.
      ******************************************************************
       01  CASECAT-TABLE-VALUES.
           05  FILLER.
               10  FILLER            PIC X(04) VALUE "COMP".
               10  FILLER            PIC X(16) VALUE "COMPLAINT".
               10  FILLER            PIC 9(03) VALUE 010.
           05  FILLER.
               10  FILLER            PIC X(04) VALUE "DISP".
               10  FILLER            PIC X(16) VALUE "BALANCE DISPUTE".
               10  FILLER            PIC 9(03) VALUE 020.
           05  FILLER.
               10  FILLER            PIC X(04) VALUE "BILL".
               10  FILLER            PIC X(16) VALUE "BILLING QUERY".
               10  FILLER            PIC 9(03) VALUE 010.
           05  FILLER.
               10  FILLER            PIC X(04) VALUE "SERV".
               10  FILLER            PIC X(16) VALUE "SERVICE REQUEST".
               10  FILLER            PIC 9(03) VALUE 005.
           05  FILLER.
               10  FILLER            PIC X(04) VALUE "OTHR".
               10  FILLER            PIC X(16) VALUE "OTHER".
               10  FILLER            PIC 9(03) VALUE 015.
       01  CASECAT-TABLE REDEFINES CASECAT-TABLE-VALUES.
           05  CASECAT-ENTRY OCCURS 5 TIMES
                   INDEXED BY CASECAT-IDX.
               10  CASECAT-CODE      PIC X(04).
               10  CASECAT-NAME      PIC X(16).
               10  CASECAT-DAYS      PIC 9(03).
       01  CASECAT-TABLE-SIZE        PIC 9(02) VALUE 5.
