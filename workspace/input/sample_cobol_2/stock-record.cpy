      * Copybook: Item Stock Record
      * One row per item per branch on the ITEMSTOK stock file,
      * keyed by item code and branch. ITEMMAST still says whether
      * an item is valid and active; this row says how many the
      * branch has. CUSTOMER-MAIN takes a posted sale line off
      * SK-ON-HAND and puts a return line back, and refuses an
      * order whose lines want more than the branch has - the
      * shortfall is added to SK-ON-BACKORDER and the order goes
      * to CUSTEXCP and suspense instead of being invoiced.
      * INVENTORY-RECEIVE adds goods received, sets the reorder
      * point and reorder quantity, and cancels backorders that
      * will not be filled. INVENTORY-REPORT prints the nightly
      * reorder and stock status reports from it.
      *
      * SK-SOLD-MTD belongs to the month in SK-MTD-MONTH - the
      * first movement in a new month starts it again from zero,
      * so a row with no sales this month still shows last
      * month's figure until the report ignores it by month.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 STOCK-RECORD.
          05 SK-KEY.
             10 SK-ITEM-CODE      PIC X(8).
             10 SK-BRANCH-CODE    PIC X(3).
          05 SK-ON-HAND           PIC S9(7)
                                  SIGN LEADING SEPARATE.
          05 SK-REORDER-POINT     PIC 9(7).
          05 SK-REORDER-QTY       PIC 9(7).
          05 SK-ON-BACKORDER      PIC 9(7).
          05 SK-SOLD-MTD          PIC S9(7)
                                  SIGN LEADING SEPARATE.
          05 SK-MTD-MONTH         PIC 9(6).
          05 SK-LAST-RECEIPT-DATE PIC 9(8).
          05 SK-LAST-SALE-DATE    PIC 9(8).
          05 FILLER               PIC X(10).
