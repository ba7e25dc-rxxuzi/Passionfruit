      *          batch mode, with a line-by-line exception report for
      *          rows it could not convert.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-09-04  rxz  Partner imports are attributed to an
      *                    acquisition campaign (campaign.txt, CMPREC):
      *                    IMPORT_CAMPAIGN names the file's campaign and
      *                    an optional fourth CSV column overrides it
      *                    per line. The code rides TRAN-CAMPAIGN; one
      *                    not on the table rejects the line.
      *   2024-11-29  rxz  Adds are written with TRAN-RECEIPT-NO zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S054.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT CampaignFile ASSIGN TO "./../campaign.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CsvFile.
       FD  TranOutFile.
           COPY TRANREC.

       FD  CampaignFile.
           COPY CMPREC.

       WORKING-STORAGE SECTION.
       01  WS-CSV-PATH                  PIC X(60).
       01  WS-CSV-STATUS                PIC XX.
       01  WS-CSV-ID                    PIC X(25).
       01  WS-CSV-COUNTRY               PIC X(25).
       01  WS-CSV-FEE                   PIC X(15).
       01  WS-CSV-CAMPAIGN              PIC X(10).
       01  WS-FEE-INT-PART              PIC X(08).
       01  WS-FEE-DEC-PART              PIC X(03).
       01  WS-FEE-INT-NUM               PIC 9(07).
       01  WS-LAST-CHAR-ALPHA           PIC X(01).
       01  WS-LAST-CHAR-NUM REDEFINES WS-LAST-CHAR-ALPHA PIC 9(01).

      * Campaign attribution - the file-wide default from
      * IMPORT_CAMPAIGN, overridden line by line by a fourth column,
      * checked against the campaign codes loaded from campaign.txt.
       01  WS-CMP-STATUS                PIC XX.
       01  WS-CMP-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-CMP-END-OF-FILE       VALUE "Y".
       01  WS-DEFAULT-CAMPAIGN          PIC X(06).
       01  WS-CAMPAIGN                  PIC X(06).
       01  WS-CMP-CODES.
           05  WS-CMP-CODE OCCURS 200 TIMES PIC X(06).
       01  WS-CMP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CMP-IDX                   PIC 9(03).
       01  WS-CAMPAIGN-OK-SWITCH        PIC X(01).
           88  WS-CAMPAIGN-OK           VALUE "Y".

       COPY COUNTRY.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-PATHS
           PERFORM LOAD-CAMPAIGN-CODES

           OPEN INPUT CsvFile
           IF WS-CSV-STATUS NOT = "00"
           MOVE SPACES TO WS-CSV-ID
           MOVE SPACES TO WS-CSV-COUNTRY
           MOVE SPACES TO WS-CSV-FEE
           MOVE SPACES TO WS-CSV-CAMPAIGN
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO WS-CSV-ID WS-CSV-COUNTRY WS-CSV-FEE
                    WS-CSV-CAMPAIGN
           END-UNSTRING

           IF WS-LINE-COUNT = 1 AND (WS-CSV-ID = "ID"
               PERFORM PARSE-FEE-AMOUNT
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-CAMPAIGN
           END-IF

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPT-COUNT
               ADD WS-FEE-AMOUNT TO WS-FEE-HASH
               MOVE WS-COUNTRY    TO TRAN-COUNTRY
               MOVE WS-FEE-AMOUNT TO TRAN-FEE
               MOVE ZERO          TO TRAN-EMPLOYEE-ID
               MOVE WS-CAMPAIGN   TO TRAN-CAMPAIGN
               MOVE ZERO          TO TRAN-RECEIPT-NO
               WRITE TRANSACTION-RECORD
               IF WS-TRAN-STATUS NOT = "00"
                   DISPLAY "WRITE failed - status " WS-TRAN-STATUS
                       " - " WS-REJECT-REASON
           END-IF.

      * A partner file is usually one campaign throughout - that
      * comes from IMPORT_CAMPAIGN - but a fourth column names the
      * campaign for its own line. Either must be on campaign.txt.
       VALIDATE-CAMPAIGN.
           IF WS-CSV-CAMPAIGN = SPACES
               MOVE WS-DEFAULT-CAMPAIGN TO WS-CAMPAIGN
           ELSE
               MOVE WS-CSV-CAMPAIGN(1:6) TO WS-CAMPAIGN
           END-IF
           IF WS-CAMPAIGN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAMPAIGN-OK-SWITCH
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-IDX) = WS-CAMPAIGN
                   SET WS-CAMPAIGN-OK TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CAMPAIGN-OK
               STRING "unknown campaign " WS-CAMPAIGN
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       LOAD-CAMPAIGN-CODES.
           OPEN INPUT CampaignFile
           IF WS-CMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CAMPAIGN
           PERFORM UNTIL WS-CMP-END-OF-FILE OR WS-CMP-COUNT >= 200
               ADD 1 TO WS-CMP-COUNT
               MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-COUNT)
               PERFORM READ-NEXT-CAMPAIGN
           END-PERFORM
           CLOSE CampaignFile.

       READ-NEXT-CAMPAIGN.
           READ CampaignFile
               AT END
                   SET WS-CMP-END-OF-FILE TO TRUE
           END-READ.

      * A quoted country ("UNITED STATES") loses its quotes before
      * validation - the shift goes through a scratch field, since
      * a field may not be moved onto itself.
           ACCEPT WS-TRAN-PATH FROM ENVIRONMENT "IMPORT_TRAN_FILE"
               ON EXCEPTION
                   MOVE "./../tranimp.txt" TO WS-TRAN-PATH
           END-ACCEPT
           MOVE SPACES TO WS-DEFAULT-CAMPAIGN
           ACCEPT WS-DEFAULT-CAMPAIGN FROM ENVIRONMENT "IMPORT_CAMPAIGN"
               ON EXCEPTION
                   MOVE SPACES TO WS-DEFAULT-CAMPAIGN
           END-ACCEPT.

       END PROGRAM S054.
