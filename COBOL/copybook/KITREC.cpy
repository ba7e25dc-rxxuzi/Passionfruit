      ******************************************************************
      * Copybook: KITREC
      * Author: rxxuzi
      * Date: 2024/10/31
      * Purpose: Shared record layout for the equipment kit definition
      *          file (kitdef.txt, line sequential). One row per
      *          component of a kit - the kit code and description,
      *          the catalog item code (ITEMCAT) and how many of it
      *          go in one kit. A kit code lives in the same space as
      *          catalog item codes, so S024 can take either at its
      *          item-code prompt; S036 keeps the two apart and
      *          maintains the rows. S024 issues every component
      *          under one kit reference, S037 returns the kit as a
      *          whole and reports how many complete kits the shelf
      *          can make.
      ******************************************************************
       01  KIT-COMPONENT-RECORD.
           05  KIT-CODE                     PIC X(08).
           05  KIT-DESC                     PIC X(20).
           05  KIT-ITEM-CODE                PIC X(08).
           05  KIT-QTY                      PIC 9(03).
