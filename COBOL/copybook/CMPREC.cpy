      ******************************************************************
      * Copybook: CMPREC
      * Author: rxxuzi
      * Date: 2024/09/04
      * Purpose: Shared record layout for the acquisition-campaign
      *          table (campaign.txt, line sequential, one row per
      *          code). Marketing's campaigns - the channel they run
      *          in, the dates they run and what they cost - are
      *          kept by S140, and the campaign a new member came in
      *          on is captured on S080 applications, S015 adds and
      *          S054 partner imports and carried to DB-CAMPAIGN, so
      *          S140's conversion report can judge the spend on the
      *          members it brought in. CMP-END-DATE zero means the
      *          campaign is still running.
      ******************************************************************
       01  CAMPAIGN-RECORD.
           05  CMP-CODE                     PIC X(06).
           05  CMP-NAME                     PIC X(30).
           05  CMP-CHANNEL                  PIC X(01).
               88  CMP-CHANNEL-WEB          VALUE "W".
               88  CMP-CHANNEL-PRINT        VALUE "P".
               88  CMP-CHANNEL-MAIL         VALUE "M".
               88  CMP-CHANNEL-EVENT        VALUE "E".
               88  CMP-CHANNEL-REFERRAL     VALUE "R".
               88  CMP-CHANNEL-PARTNER      VALUE "A".
               88  CMP-CHANNEL-VALID        VALUES "W", "P", "M",
                                                   "E", "R", "A".
           05  CMP-START-DATE               PIC 9(08).
           05  CMP-END-DATE                 PIC 9(08).
           05  CMP-COST                     PIC 9(07)V99.
