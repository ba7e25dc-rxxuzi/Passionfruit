      ******************************************************************
      * Copybook: PCHREC
      * Author: rxxuzi
      * Date: 2024/08/29
      * Purpose: Shared record layout for the web portal's nightly
      *          address-change file (webchg.txt, line sequential,
      *          one row per change a member submitted online). The
      *          portal sends the member's contact details in full -
      *          name, three address lines, phone and email - as the
      *          member left them, with its own submission reference
      *          and the date and time they were submitted. S137
      *          validates and applies each row to memdet.txt; a row
      *          it refuses is copied whole onto the review file
      *          (PCRREC).
      ******************************************************************
       01  PORTAL-CHANGE-RECORD.
           05  PCH-REFERENCE                PIC X(12).
           05  PCH-DB-ID                    PIC X(20).
           05  PCH-NAME                     PIC X(30).
           05  PCH-ADDR-1                   PIC X(30).
           05  PCH-ADDR-2                   PIC X(30).
           05  PCH-ADDR-3                   PIC X(30).
           05  PCH-PHONE                    PIC X(15).
           05  PCH-EMAIL                    PIC X(40).
           05  PCH-SUBMIT-DATE              PIC X(08).
           05  PCH-SUBMIT-TIME              PIC X(06).
