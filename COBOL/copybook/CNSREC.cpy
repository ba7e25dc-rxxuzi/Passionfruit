      ******************************************************************
      * Copybook: CNSREC
      * Author: rxxuzi
      * Date: 2024/08/23
      * Purpose: Shared record layout for the member contact-consent
      *          file (consent.txt, indexed on CNS-DB-ID). One row per
      *          member - or per application, under "APP " and its
      *          number, until S080 approves it - holding the
      *          member's opt-in ("Y") or opt-out ("N") for each
      *          purpose of contact (service, renewal, marketing) and
      *          the preferred channel ("L" letter, "E" email), each
      *          with the date, program and operator that recorded
      *          it. A purpose left blank has never been asked. Only
      *          the CONSENT subprogram writes it, journaling every
      *          change to cnshist.txt (CNHREC); the outbound
      *          programs ask it before every letter or message.
      *          CNS-PURPOSE-ENTRY views the four groups as a table
      *          in S/R/M/C order.
      ******************************************************************
       01  CONSENT-RECORD.
           05  CNS-DB-ID                    PIC X(20).
           05  CNS-PURPOSES.
               10  CNS-SERVICE-OPT          PIC X(01).
                   88  CNS-SERVICE-IN       VALUE "Y".
                   88  CNS-SERVICE-OUT      VALUE "N".
               10  CNS-SERVICE-DATE         PIC 9(08).
               10  CNS-SERVICE-SOURCE       PIC X(08).
               10  CNS-SERVICE-OPERATOR     PIC 9(05).
               10  CNS-RENEWAL-OPT          PIC X(01).
                   88  CNS-RENEWAL-IN       VALUE "Y".
                   88  CNS-RENEWAL-OUT      VALUE "N".
               10  CNS-RENEWAL-DATE         PIC 9(08).
               10  CNS-RENEWAL-SOURCE       PIC X(08).
               10  CNS-RENEWAL-OPERATOR     PIC 9(05).
               10  CNS-MARKETING-OPT        PIC X(01).
                   88  CNS-MARKETING-IN     VALUE "Y".
                   88  CNS-MARKETING-OUT    VALUE "N".
               10  CNS-MARKETING-DATE       PIC 9(08).
               10  CNS-MARKETING-SOURCE     PIC X(08).
               10  CNS-MARKETING-OPERATOR   PIC 9(05).
               10  CNS-CHANNEL              PIC X(01).
                   88  CNS-CHANNEL-LETTER   VALUE "L".
                   88  CNS-CHANNEL-EMAIL    VALUE "E".
               10  CNS-CHANNEL-DATE         PIC 9(08).
               10  CNS-CHANNEL-SOURCE       PIC X(08).
               10  CNS-CHANNEL-OPERATOR     PIC 9(05).
           05  CNS-PURPOSE-TABLE REDEFINES CNS-PURPOSES.
               10  CNS-PURPOSE-ENTRY OCCURS 4 TIMES.
                   15  CNS-PURPOSE-VALUE    PIC X(01).
                   15  CNS-PURPOSE-DATE     PIC 9(08).
                   15  CNS-PURPOSE-SOURCE   PIC X(08).
                   15  CNS-PURPOSE-OPERATOR PIC 9(05).
           05  FILLER                       PIC X(10).
