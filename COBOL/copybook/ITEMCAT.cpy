      *                    S082 records services and the due report;
      *                    S024 refuses to issue an out-of-service
      *                    item until a passing service is recorded.
      *   2024-10-28  rxz  CAT-ON-HAND is now the shop-wide total -
      *                    every office's shelf plus stock in transit
      *                    between offices. Each office's own figure,
      *                    and its reorder point, live on the
      *                    stock-by-location file (itemloc.txt, SLCREC)
      *                    through STKLOC; the programs moving stock
      *                    keep the two in step. CAT-REORDER-POINT and
      *                    CAT-REORDER-QTY remain as what S158's take-on
      *                    copies to the head office row. Layout
      *                    unchanged.
      ******************************************************************
       01  CATALOG-ITEM-RECORD.
           05  CAT-ITEM-CODE                PIC X(08).
