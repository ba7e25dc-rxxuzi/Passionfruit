      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-09-04
      * Purpose: Acquisition campaigns and the conversion report.
      *          Marketing asks every quarter which campaigns bring
      *          in members; this keeps the campaign table
      *          (campaign.txt, CMPREC - code, name, channel, start
      *          and end dates, cost) that S015's Add, S080's
      *          applications and S054's partner imports attribute
      *          new members to (DB-CAMPAIGN, APP-CAMPAIGN), and
      *          the monthly Conversion report judges each
      *          campaign's spend on its results: applications
      *          received, approved and declined in the month,
      *          members registered and the fees billed on them,
      *          first-year renewals taken, and the campaign's
      *          cost per member acquired to the month's end.
      *          Written through the shared RPTWRT writer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S140.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CampaignFile ASSIGN TO "./../campaign.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS.

           SELECT CampaignWorkFile ASSIGN TO "./../cmpwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMPW-STATUS.

           SELECT ApplicationFile ASSIGN TO "./../appfile.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APP-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT RenewalLedgerFile ASSIGN TO "./../renewled.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CampaignFile.
           COPY CMPREC.

       FD  CampaignWorkFile.
           COPY CMPREC REPLACING
               ==CAMPAIGN-RECORD== BY ==CAMPAIGN-WORK-RECORD==
               LEADING ==CMP== BY ==CMW==.

       FD  ApplicationFile.
           COPY APPREC.

       FD  DatabaseFile.
           COPY DBREC.

       FD  RenewalLedgerFile.
           COPY RNLREC.

       WORKING-STORAGE SECTION.
       01  WS-CMP-STATUS                PIC XX.
       01  WS-CMPW-STATUS               PIC XX.
       01  WS-APP-STATUS                PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-RNL-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-LIST-COUNT                PIC 9(04).
       01  WS-DEL-RESULT                PIC 9(09) COMP-5.
       01  WS-REN-RESULT                PIC 9(09) COMP-5.
       01  WS-CMP-FILE-NAME    PIC X(20) VALUE "./../campaign.txt".
       01  WS-CMPW-FILE-NAME   PIC X(20) VALUE "./../cmpwork.txt".

      * Add / Change entry.
       01  WS-NEW-CODE                  PIC X(06).
       01  WS-NEW-NAME                  PIC X(30).
       01  WS-NEW-CHANNEL               PIC X(01).
       01  WS-NEW-START                 PIC 9(08).
       01  WS-NEW-END                   PIC 9(08).
       01  WS-NEW-COST                  PIC 9(07)V99.
       01  WS-DATE-ANSWER               PIC X(08).
       01  WS-COST-ANSWER               PIC X(01).
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-CODE-FOUND            VALUE "Y".

      * Conversion report - the month asked for, and the campaign
      * table with its counts built in one pass over each file.
       01  WS-MONTH-ENTRY               PIC X(06).
       01  WS-MONTH                     PIC X(06).
       01  WS-MONTH-END                 PIC 9(08).
       01  WS-WORK-DATE                 PIC 9(08).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR             PIC 9(04).
           05  WS-WORK-MMDD             PIC 9(04).
       01  WS-FIND-CODE                 PIC X(06).
       01  WS-CNV-TABLE.
           05  WS-CNV OCCURS 100 TIMES
                   INDEXED BY WS-CNV-IDX.
               10  WS-CNV-CODE          PIC X(06).
               10  WS-CNV-CHANNEL       PIC X(01).
               10  WS-CNV-COST          PIC 9(07)V99.
               10  WS-CNV-APPS          PIC 9(05).
               10  WS-CNV-APPROVED      PIC 9(05).
               10  WS-CNV-DECLINED      PIC 9(05).
               10  WS-CNV-MEMBERS       PIC 9(05).
               10  WS-CNV-FEES          PIC 9(09)V99.
               10  WS-CNV-RENEWALS      PIC 9(05).
               10  WS-CNV-TO-DATE       PIC 9(05).
       01  WS-CNV-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-COST-PER-MEMBER           PIC 9(07)V99.
       01  WS-TOT-APPS                  PIC 9(06) VALUE ZERO.
       01  WS-TOT-MEMBERS               PIC 9(06) VALUE ZERO.
       01  WS-TOT-FEES                  PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-RENEWALS              PIC 9(06) VALUE ZERO.
       01  WS-UNATTRIBUTED              PIC 9(06) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-CODE               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-CHANNEL            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-APPS               PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-APPROVED           PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-DECLINED           PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-MEMBERS            PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-FEES               PIC Z(07)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-RENEWALS           PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-TO-DATE            PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-COST               PIC Z(07)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-PER-MEMBER         PIC Z(06)9.99.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S140 - ACQUISITION CAMPAIGNS"
               DISPLAY "=============================================="
               DISPLAY "L=List  A=Add  C=Change end/cost  "
                       "R=Conversion report  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-CAMPAIGNS
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-CAMPAIGN
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-CAMPAIGN
                   WHEN "R"
                   WHEN "r"
                       PERFORM CONVERSION-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LIST-CAMPAIGNS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CampaignFile
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "campaign.txt could not be opened - status "
                       WS-CMP-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE   NAME                           C START    "
                   "END             COST"
           PERFORM READ-NEXT-CAMPAIGN
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-LIST-COUNT
               DISPLAY CMP-CODE " " CMP-NAME " " CMP-CHANNEL " "
                       CMP-START-DATE " " CMP-END-DATE " " CMP-COST
               PERFORM READ-NEXT-CAMPAIGN
           END-PERFORM
           CLOSE CampaignFile
           DISPLAY "Campaigns listed: " WS-LIST-COUNT.

       READ-NEXT-CAMPAIGN.
           READ CampaignFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * A code is set up once - the figures are kept against it, so
      * a second row for the same code is refused.
       ADD-CAMPAIGN.
           DISPLAY "Campaign code (up to 6 chars): "
           MOVE SPACES TO WS-NEW-CODE
           ACCEPT WS-NEW-CODE
           IF WS-NEW-CODE = SPACES
               DISPLAY "A code is required - refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CAMPAIGN
           IF WS-CODE-FOUND
               DISPLAY "Campaign " WS-NEW-CODE " is already on the "
                       "table - refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Name: "
           ACCEPT WS-NEW-NAME
           DISPLAY "Channel (W=Web P=Print M=Mail E=Event "
                   "R=Referral A=Partner): "
           ACCEPT WS-NEW-CHANNEL
           MOVE WS-NEW-CHANNEL TO CMP-CHANNEL
           IF NOT CMP-CHANNEL-VALID
               DISPLAY "Not a listed channel - refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Start date (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-ANSWER
           ACCEPT WS-DATE-ANSWER
           IF WS-DATE-ANSWER IS NOT NUMERIC
               DISPLAY "Start date must be YYYYMMDD - refused."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-ANSWER TO WS-NEW-START
           DISPLAY "End date (YYYYMMDD, blank = still running): "
           MOVE SPACES TO WS-DATE-ANSWER
           ACCEPT WS-DATE-ANSWER
           MOVE ZERO TO WS-NEW-END
           IF WS-DATE-ANSWER NOT = SPACES
               IF WS-DATE-ANSWER IS NOT NUMERIC
                       OR WS-DATE-ANSWER < WS-NEW-START
                   DISPLAY "End date must be YYYYMMDD, not before "
                           "the start - refused."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-ANSWER TO WS-NEW-END
           END-IF
           DISPLAY "Cost to date (e.g. 1500.00): "
           ACCEPT WS-NEW-COST

           OPEN EXTEND CampaignFile
           IF WS-CMP-STATUS = "35"
               OPEN OUTPUT CampaignFile
           END-IF
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "campaign.txt could not be opened - status "
                       WS-CMP-STATUS " - campaign NOT added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CODE    TO CMP-CODE
           MOVE WS-NEW-NAME    TO CMP-NAME
           MOVE WS-NEW-CHANNEL TO CMP-CHANNEL
           MOVE WS-NEW-START   TO CMP-START-DATE
           MOVE WS-NEW-END     TO CMP-END-DATE
           MOVE WS-NEW-COST    TO CMP-COST
           WRITE CAMPAIGN-RECORD
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "WRITE to campaign.txt failed - status "
                       WS-CMP-STATUS
           ELSE
               DISPLAY "Campaign " WS-NEW-CODE " added."
           END-IF
           CLOSE CampaignFile.

       FIND-CAMPAIGN.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CampaignFile
           IF WS-CMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CAMPAIGN
           PERFORM UNTIL WS-END-OF-FILE OR WS-CODE-FOUND
               IF CMP-CODE = WS-NEW-CODE
                   SET WS-CODE-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-CAMPAIGN
               END-IF
           END-PERFORM
           CLOSE CampaignFile.

      * A campaign is ended, or its cost brought up to date as the
      * invoices arrive; the code, channel and start stay as set.
      * The table is rewritten through the work-file swap.
       CHANGE-CAMPAIGN.
           DISPLAY "Campaign code: "
           MOVE SPACES TO WS-NEW-CODE
           ACCEPT WS-NEW-CODE
           PERFORM FIND-CAMPAIGN
           IF NOT WS-CODE-FOUND
               DISPLAY "Campaign " WS-NEW-CODE " is not on the "
                       "table."
               EXIT PARAGRAPH
           END-IF
           DISPLAY CMP-NAME " ended " CMP-END-DATE " cost " CMP-COST
           MOVE CMP-START-DATE TO WS-NEW-START
           MOVE CMP-END-DATE   TO WS-NEW-END
           MOVE CMP-COST       TO WS-NEW-COST
           DISPLAY "New end date (YYYYMMDD, blank = unchanged, "
                   "0 = still running): "
           MOVE SPACES TO WS-DATE-ANSWER
           ACCEPT WS-DATE-ANSWER
           IF WS-DATE-ANSWER = "0"
               MOVE ZERO TO WS-NEW-END
           ELSE
               IF WS-DATE-ANSWER NOT = SPACES
                   IF WS-DATE-ANSWER IS NOT NUMERIC
                           OR WS-DATE-ANSWER < WS-NEW-START
                       DISPLAY "End date must be YYYYMMDD, not "
                               "before the start - refused."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DATE-ANSWER TO WS-NEW-END
               END-IF
           END-IF
           DISPLAY "Change the cost (Y/N)? "
           MOVE SPACES TO WS-COST-ANSWER
           ACCEPT WS-COST-ANSWER
           IF WS-COST-ANSWER = "Y" OR WS-COST-ANSWER = "y"
               DISPLAY "Cost to date (e.g. 1500.00): "
               ACCEPT WS-NEW-COST
           END-IF

           OPEN INPUT CampaignFile
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "campaign.txt could not be opened - status "
                       WS-CMP-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CampaignWorkFile
           IF WS-CMPW-STATUS NOT = "00"
               DISPLAY "cmpwork.txt could not be opened - status "
                       WS-CMPW-STATUS
               CLOSE CampaignFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CAMPAIGN
           PERFORM UNTIL WS-END-OF-FILE
               IF CMP-CODE = WS-NEW-CODE
                   MOVE WS-NEW-END  TO CMP-END-DATE
                   MOVE WS-NEW-COST TO CMP-COST
               END-IF
               MOVE CAMPAIGN-RECORD TO CAMPAIGN-WORK-RECORD
               WRITE CAMPAIGN-WORK-RECORD
               PERFORM READ-NEXT-CAMPAIGN
           END-PERFORM
           CLOSE CampaignFile
           CLOSE CampaignWorkFile
           CALL "CBL_DELETE_FILE" USING WS-CMP-FILE-NAME
                   RETURNING WS-DEL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-CMPW-FILE-NAME
                   WS-CMP-FILE-NAME RETURNING WS-REN-RESULT
           IF WS-REN-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated table is at "
                       "cmpwork.txt; restore it by hand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Campaign " WS-NEW-CODE " updated.".

      * One line per campaign for the month asked. Applications
      * count in the month received (approved and declined in the
      * month decided); members and fees are the registrations
      * dated in the month, voids left out; a first-year renewal
      * is one taken in the month for a campaign member within the
      * year after the one it joined in. Cost per member divides
      * the campaign's cost by every member it has brought in up
      * to the month's end.
       CONVERSION-REPORT.
           DISPLAY "Report month (YYYYMM): "
           MOVE SPACES TO WS-MONTH-ENTRY
           ACCEPT WS-MONTH-ENTRY
           IF WS-MONTH-ENTRY IS NOT NUMERIC
               DISPLAY "Month must be YYYYMM - report not run."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-ENTRY TO WS-MONTH
           MOVE WS-MONTH-ENTRY TO WS-MONTH-END(1:6)
           MOVE "31" TO WS-MONTH-END(7:2)
           MOVE ZERO TO WS-TOT-APPS
           MOVE ZERO TO WS-TOT-MEMBERS
           MOVE ZERO TO WS-TOT-FEES
           MOVE ZERO TO WS-TOT-RENEWALS
           MOVE ZERO TO WS-UNATTRIBUTED

           PERFORM LOAD-CONVERSION-TABLE
           IF WS-CNV-COUNT = ZERO
               DISPLAY "No campaigns on campaign.txt - report not "
                       "run."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-APPLICATIONS
           PERFORM COUNT-REGISTRATIONS
           PERFORM COUNT-RENEWALS

           MOVE "s140" TO WS-RPT-ID
           MOVE SPACES TO WS-RPT-TITLE
           STRING "CAMPAIGN CONVERSION " WS-MONTH
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           PERFORM RPT-OPEN
           STRING "CODE   C  APPS  APPR  DECL  MEMB        FEES  RENW"
                   "  MBRTD        COST  PER MEMBER"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-CNV-COUNT
               PERFORM PRINT-ONE-CAMPAIGN
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING "New members with no campaign: " WS-UNATTRIBUTED
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Applications " WS-TOT-APPS "  members "
                   WS-TOT-MEMBERS "  fees " WS-TOT-FEES
                   "  renewals " WS-TOT-RENEWALS
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Conversion report for " WS-MONTH " written - "
                   WS-CNV-COUNT " campaign(s).".

       LOAD-CONVERSION-TABLE.
           MOVE ZERO TO WS-CNV-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CampaignFile
           IF WS-CMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CAMPAIGN
           PERFORM UNTIL WS-END-OF-FILE OR WS-CNV-COUNT >= 100
               ADD 1 TO WS-CNV-COUNT
               SET WS-CNV-IDX TO WS-CNV-COUNT
               MOVE CMP-CODE    TO WS-CNV-CODE(WS-CNV-IDX)
               MOVE CMP-CHANNEL TO WS-CNV-CHANNEL(WS-CNV-IDX)
               MOVE CMP-COST    TO WS-CNV-COST(WS-CNV-IDX)
               MOVE ZERO TO WS-CNV-APPS(WS-CNV-IDX)
               MOVE ZERO TO WS-CNV-APPROVED(WS-CNV-IDX)
               MOVE ZERO TO WS-CNV-DECLINED(WS-CNV-IDX)
               MOVE ZERO TO WS-CNV-MEMBERS(WS-CNV-IDX)
               MOVE ZERO TO WS-CNV-FEES(WS-CNV-IDX)
               MOVE ZERO TO WS-CNV-RENEWALS(WS-CNV-IDX)
               MOVE ZERO TO WS-CNV-TO-DATE(WS-CNV-IDX)
               PERFORM READ-NEXT-CAMPAIGN
           END-PERFORM
           CLOSE CampaignFile.

      * Leaves WS-CNV-IDX on the campaign's row, or past the table
      * when WS-FIND-CODE is not a campaign.
       FIND-CONVERSION-ROW.
           SET WS-CNV-IDX TO 1
           SEARCH WS-CNV
               AT END
                   SET WS-CNV-IDX TO 101
               WHEN WS-CNV-CODE(WS-CNV-IDX) = WS-FIND-CODE
                   CONTINUE
           END-SEARCH
           IF WS-CNV-IDX > WS-CNV-COUNT
               SET WS-CNV-IDX TO 101
           END-IF.

       COUNT-APPLICATIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ApplicationFile
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-APPLICATION
           PERFORM UNTIL WS-END-OF-FILE
               IF APP-CAMPAIGN NOT = SPACES
                   MOVE APP-CAMPAIGN TO WS-FIND-CODE
                   PERFORM FIND-CONVERSION-ROW
                   IF WS-CNV-IDX NOT > WS-CNV-COUNT
                       PERFORM TALLY-ONE-APPLICATION
                   END-IF
               END-IF
               PERFORM READ-NEXT-APPLICATION
           END-PERFORM
           CLOSE ApplicationFile.

       TALLY-ONE-APPLICATION.
           MOVE APP-RECEIVED-DATE TO WS-WORK-DATE
           IF WS-WORK-DATE-X(1:6) = WS-MONTH
               ADD 1 TO WS-CNV-APPS(WS-CNV-IDX)
               ADD 1 TO WS-TOT-APPS
           END-IF
           MOVE APP-DECIDED-DATE TO WS-WORK-DATE
           IF WS-WORK-DATE-X(1:6) = WS-MONTH
               IF APP-STATE-APPROVED
                   ADD 1 TO WS-CNV-APPROVED(WS-CNV-IDX)
               END-IF
               IF APP-STATE-DECLINED
                   ADD 1 TO WS-CNV-DECLINED(WS-CNV-IDX)
               END-IF
           END-IF.

       READ-NEXT-APPLICATION.
           READ ApplicationFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COUNT-REGISTRATIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS " - members not counted."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REGISTRATION
           PERFORM UNTIL WS-END-OF-FILE
               IF DB-LAYOUT-CURRENT AND NOT DB-STATUS-VOID
                   PERFORM TALLY-ONE-REGISTRATION
               END-IF
               PERFORM READ-NEXT-REGISTRATION
           END-PERFORM
           CLOSE DatabaseFile.

       TALLY-ONE-REGISTRATION.
           MOVE DB-REG-DATE TO WS-WORK-DATE
           IF WS-WORK-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           IF DB-CAMPAIGN = SPACES OR DB-CAMPAIGN = LOW-VALUES
               IF WS-WORK-DATE-X(1:6) = WS-MONTH
                   ADD 1 TO WS-UNATTRIBUTED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE DB-CAMPAIGN TO WS-FIND-CODE
           PERFORM FIND-CONVERSION-ROW
           IF WS-CNV-IDX > WS-CNV-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNV-TO-DATE(WS-CNV-IDX)
           IF WS-WORK-DATE-X(1:6) = WS-MONTH
               ADD 1 TO WS-CNV-MEMBERS(WS-CNV-IDX)
               ADD DB-FEE TO WS-CNV-FEES(WS-CNV-IDX)
               ADD 1 TO WS-TOT-MEMBERS
               ADD DB-FEE TO WS-TOT-FEES
           END-IF.

       READ-NEXT-REGISTRATION.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The renewal ledger names the member; the member's own row
      * says which campaign brought it in and the year it joined.
       COUNT-RENEWALS.
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RenewalLedgerFile
           IF WS-RNL-STATUS NOT = "00"
               CLOSE DatabaseFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-RENEWAL
           PERFORM UNTIL WS-END-OF-FILE
               MOVE RNL-DATE TO WS-WORK-DATE
               IF WS-WORK-DATE-X(1:6) = WS-MONTH
                   PERFORM TALLY-ONE-RENEWAL
               END-IF
               PERFORM READ-NEXT-RENEWAL
           END-PERFORM
           CLOSE RenewalLedgerFile
           CLOSE DatabaseFile.

       TALLY-ONE-RENEWAL.
           MOVE RNL-DB-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DB-CAMPAIGN = SPACES OR DB-CAMPAIGN = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-YEAR > DB-YEAR + 1
               EXIT PARAGRAPH
           END-IF
           MOVE DB-CAMPAIGN TO WS-FIND-CODE
           PERFORM FIND-CONVERSION-ROW
           IF WS-CNV-IDX NOT > WS-CNV-COUNT
               ADD 1 TO WS-CNV-RENEWALS(WS-CNV-IDX)
               ADD 1 TO WS-TOT-RENEWALS
           END-IF.

       READ-NEXT-RENEWAL.
           READ RenewalLedgerFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-ONE-CAMPAIGN.
           MOVE WS-CNV-CODE(WS-CNV-IDX)     TO WS-DL-CODE
           MOVE WS-CNV-CHANNEL(WS-CNV-IDX)  TO WS-DL-CHANNEL
           MOVE WS-CNV-APPS(WS-CNV-IDX)     TO WS-DL-APPS
           MOVE WS-CNV-APPROVED(WS-CNV-IDX) TO WS-DL-APPROVED
           MOVE WS-CNV-DECLINED(WS-CNV-IDX) TO WS-DL-DECLINED
           MOVE WS-CNV-MEMBERS(WS-CNV-IDX)  TO WS-DL-MEMBERS
           MOVE WS-CNV-FEES(WS-CNV-IDX)     TO WS-DL-FEES
           MOVE WS-CNV-RENEWALS(WS-CNV-IDX) TO WS-DL-RENEWALS
           MOVE WS-CNV-TO-DATE(WS-CNV-IDX)  TO WS-DL-TO-DATE
           MOVE WS-CNV-COST(WS-CNV-IDX)     TO WS-DL-COST
           MOVE ZERO TO WS-COST-PER-MEMBER
           IF WS-CNV-TO-DATE(WS-CNV-IDX) > ZERO
               COMPUTE WS-COST-PER-MEMBER ROUNDED
                       = WS-CNV-COST(WS-CNV-IDX)
                       / WS-CNV-TO-DATE(WS-CNV-IDX)
           END-IF
           MOVE WS-COST-PER-MEMBER TO WS-DL-PER-MEMBER
           MOVE WS-DETAIL-LINE TO WS-RPT-TEXT
           PERFORM RPT-LINE.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

       RPT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-TOTAL.
           MOVE "TOTAL" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-CLOSE.
           MOVE "CLOSE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S140.
