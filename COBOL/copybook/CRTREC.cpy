      ******************************************************************
      * Copybook: CRTREC
      * Author: rxxuzi
      * Date: 2024/10/19
      * Purpose: Shared record layout for the equipment rental-rate
      *          table (catrate.txt, line sequential). One row per
      *          catalog category (CAT-ITEM-CATEGORY / ITEM-CATEGORY)
      *          that is charged back to departments at a flat
      *          monthly rate per unit held, instead of the kind's
      *          depreciation. A category with no row, or a zero
      *          rate, is charged at depreciated value. Maintained
      *          and read by S155.
      ******************************************************************
       01  CATEGORY-RATE-RECORD.
           05  CRT-CATEGORY                 PIC X(15).
           05  CRT-MONTHLY-RATE             PIC 9(05)V99.
