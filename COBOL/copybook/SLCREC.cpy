      ******************************************************************
      * Copybook: SLCREC
      * Author: rxxuzi
      * Date: 2024/10/28
      * Purpose: Shared record layout for the stock-by-location file
      *          (itemloc.txt, indexed on item code and branch). One
      *          row per catalog item per office (branch.txt code,
      *          blank for the head office) that has held it: what
      *          is on the shelf there, what is on its way there on
      *          an S158 transfer not yet received, and the office's
      *          own reorder point and quantity for S098. The
      *          catalog's CAT-ON-HAND (ITEMCAT) stays the shop-wide
      *          figure - the sum of every office's on-hand and in
      *          transit. Balances move only through the STKLOC
      *          subprogram, which creates an office's row the first
      *          time stock lands there; S158's take-on seeds the
      *          head-office rows from the catalog once.
      ******************************************************************
       01  STOCK-LOCATION-RECORD.
           05  SLC-KEY.
               10  SLC-ITEM-CODE            PIC X(08).
               10  SLC-BRANCH               PIC X(03).
           05  SLC-ON-HAND                  PIC 9(05).
           05  SLC-IN-TRANSIT               PIC 9(05).
           05  SLC-REORDER-POINT            PIC 9(05).
           05  SLC-REORDER-QTY              PIC 9(05).
