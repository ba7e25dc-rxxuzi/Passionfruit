      ******************************************************************
      * Copybook: HSHREC
      * Author: rxxuzi
      * Date: 2024/08/08
      * Purpose: Shared record layout for the household register
      *          (hshld.txt, indexed on HSH-DB-ID with HSH-PRIMARY-ID
      *          as a duplicate-allowed alternate key). A family
      *          used to register as unrelated DB-IDs, each on the
      *          full scheduled fee; S126 now links dependent
      *          registrations to one primary registration. Each
      *          member of a household has one row here - the
      *          primary's own row carries its own ID in both keys -
      *          so reading the alternate key for a primary ID
      *          brings back the whole household.
      *
      *          A linked dependent is re-classed to "H" (CLASS.cpy)
      *          and rated from the household fee line of the fee
      *          schedule; the class it held before is kept here and
      *          put back when S126 splits it off. While linked, a
      *          dependent renews, lapses, reinstates and voids with
      *          its primary (S015, S070, S034) and S047 sends the
      *          household one notice. A split-off row stays on file
      *          with HSH-STATE "S" as the record of the link.
      ******************************************************************
       01  HOUSEHOLD-RECORD.
           05  HSH-DB-ID                    PIC X(20).
           05  HSH-PRIMARY-ID               PIC X(20).
           05  HSH-ROLE                     PIC X(01).
               88  HSH-ROLE-PRIMARY         VALUE "P".
               88  HSH-ROLE-DEPENDENT       VALUE "D".
           05  HSH-STATE                    PIC X(01).
               88  HSH-STATE-LINKED         VALUE "L".
               88  HSH-STATE-SPLIT          VALUE "S".
           05  HSH-LINKED-DATE              PIC 9(08).
           05  HSH-LINKED-BY                PIC 9(05).
           05  HSH-SPLIT-DATE               PIC 9(08).
           05  HSH-SPLIT-BY                 PIC 9(05).
           05  HSH-PRIOR-CLASS              PIC X(01).
           05  FILLER                       PIC X(11).
