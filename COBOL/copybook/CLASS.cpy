      *
      * To add a class: add one more pair to CLASS-TABLE-VALUES and
      * increase CLASS-TABLE-SIZE by one.
      *
      * Modification History:
      *   2024/08/08  rxz  Added class H (HOUSEHOLD) - a dependent
      *                    registration S126 has linked to a household
      *                    primary. It is never keyed at Add; the fee
      *                    schedule's class-H row for a country is the
      *                    household fee line dependents renew on.
      ******************************************************************
       01  CLASS-TABLE-VALUES.
           05  FILLER.
           05  FILLER.
               10  FILLER            PIC X(01) VALUE "C".
               10  FILLER            PIC X(15) VALUE "CORPORATE".
           05  FILLER.
               10  FILLER            PIC X(01) VALUE "H".
               10  FILLER            PIC X(15) VALUE "HOUSEHOLD".
       01  CLASS-TABLE REDEFINES CLASS-TABLE-VALUES.
           05  CLASS-ENTRY OCCURS 4 TIMES
                   INDEXED BY CLASS-IDX.
               10  CLASS-CODE        PIC X(01).
               10  CLASS-NAME        PIC X(15).
       01  CLASS-TABLE-SIZE          PIC 9(02) VALUE 4.
