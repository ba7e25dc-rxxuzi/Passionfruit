      *          copy lives. S091 lists, views and reprints from the
      *          register and purges spool copies past the
      *          SPOOL-RETAIN-DAYS site setting.
      *
      * Modification History:
      *   2024/10/16  rxz  Added SPL-BRANCH at the end of the record -
      *                    the BRANCH_CODE of the desk the report ran
      *                    from (blank = head office), so RPTDST can
      *                    apply a distribution row's branch filter.
      *                    Rows written before read as blank.
      ******************************************************************
       01  SPOOL-REGISTER-RECORD.
           05  SPL-RUN-NO                   PIC 9(07).
           05  SPL-TIME                     PIC 9(06).
           05  SPL-TITLE                    PIC X(40).
           05  SPL-FILE-NAME                PIC X(50).
           05  SPL-BRANCH                   PIC X(03).
