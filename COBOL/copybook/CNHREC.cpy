      ******************************************************************
      * Copybook: CNHREC
      * Author: rxxuzi
      * Date: 2024/08/23
      * Purpose: Shared record layout for the consent-change journal
      *          (cnshist.txt, line sequential, appended). The
      *          CONSENT subprogram writes one row for every change
      *          it makes to consent.txt - the purpose (S service,
      *          R renewal, M marketing, C channel), the value before
      *          and after (blank before = never asked), and the
      *          program and operator that made it - so the shop can
      *          show when and how each member agreed or withdrew.
      *          S135's consent-change report reads it.
      ******************************************************************
       01  CONSENT-HISTORY-RECORD.
           05  CNH-DATE                     PIC 9(08).
           05  CNH-TIME                     PIC 9(06).
           05  CNH-DB-ID                    PIC X(20).
           05  CNH-PURPOSE                  PIC X(01).
               88  CNH-PURPOSE-SERVICE      VALUE "S".
               88  CNH-PURPOSE-RENEWAL      VALUE "R".
               88  CNH-PURPOSE-MARKETING    VALUE "M".
               88  CNH-PURPOSE-CHANNEL      VALUE "C".
           05  CNH-OLD-VALUE                PIC X(01).
           05  CNH-NEW-VALUE                PIC X(01).
           05  CNH-SOURCE                   PIC X(08).
           05  CNH-OPERATOR                 PIC 9(05).
           05  FILLER                       PIC X(10).
