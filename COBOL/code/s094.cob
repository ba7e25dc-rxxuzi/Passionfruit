      *          shift after the tiered rates launch. A blank
      *          DB-CLASS (every pre-class row) counts as Regular.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-08  rxz  Room for the fourth class, H (household
      *                    dependent), in the per-class counters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S094.
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-ROW-CLASS                 PIC X(01).
       01  WS-CLASS-COUNTS.
           05  WS-CLS-ACTIVE OCCURS 4 TIMES  PIC 9(07).
       01  WS-CLASS-FEES.
           05  WS-CLS-FEE OCCURS 4 TIMES     PIC 9(11)V99.
       01  WS-CLASS-LAPSED.
           05  WS-CLS-LAPSED OCCURS 4 TIMES  PIC 9(07).
       01  WS-TOTAL-ACTIVE              PIC 9(07) VALUE ZERO.
       01  WS-SHARE-PCT                 PIC 9(03)V9.
       01  WS-RPT-ACTION                PIC X(08).
