      ******************************************************************
      * Copybook: RTMREC
      * Author: rxxuzi
      * Date: 2024/08/26
      * Purpose: Shared record layout for the returned-mail log
      *          (retmail.txt, line sequential, appended). S136
      *          writes one row for every piece of post that comes
      *          back undeliverable - keyed at its entry screen
      *          ("K") or read from the mail house's returns file
      *          ("I") - with the document type that came back, the
      *          date it was returned and the member's country on
      *          the day, and flags the memdet.txt address gone-away.
      *          S136's monthly report counts the rows by document
      *          type and country.
      ******************************************************************
       01  RETURNED-MAIL-RECORD.
           05  RTM-DB-ID                    PIC X(20).
           05  RTM-RETURN-DATE              PIC 9(08).
           05  RTM-RECORDED-DATE            PIC 9(08).
           05  RTM-DOC-TYPE                 PIC X(08).
           05  RTM-COUNTRY                  PIC X(20).
           05  RTM-SOURCE                   PIC X(01).
               88  RTM-SOURCE-KEYED         VALUE "K".
               88  RTM-SOURCE-IMPORT        VALUE "I".
           05  RTM-REASON                   PIC X(20).
           05  RTM-OPERATOR                 PIC 9(05).
           05  FILLER                       PIC X(10).
