      ******************************************************************
      * Copybook: PCRREC
      * Author: rxxuzi
      * Date: 2024/08/29
      * Purpose: Shared record layout for the portal-change review
      *          file (pchreview.txt, line sequential, appended).
      *          S137 writes one row for every portal change it
      *          would not apply - the row as the portal sent it,
      *          why it was refused and when - for staff to follow
      *          up and key through S048 once it is put right. Its
      *          List action shows the rows for an import date.
      ******************************************************************
       01  PORTAL-REVIEW-RECORD.
           05  PCR-IMPORT-DATE              PIC 9(08).
           05  PCR-IMPORT-TIME              PIC 9(06).
           05  PCR-REASON                   PIC X(04).
               88  PCR-REASON-CHECK-DIGIT   VALUE "CHKD".
               88  PCR-REASON-UNKNOWN       VALUE "UNKN".
               88  PCR-REASON-VOID          VALUE "VOID".
               88  PCR-REASON-ERASED        VALUE "ERAS".
               88  PCR-REASON-MISSING       VALUE "MISS".
               88  PCR-REASON-EMAIL         VALUE "MAIL".
               88  PCR-REASON-FAILED        VALUE "FAIL".
           05  PCR-REASON-TEXT              PIC X(40).
           05  PCR-CHANGE                   PIC X(221).
