      * Copybook: Stock Receiving Transaction
      * One entry per movement on the ITEMRCPT receiving feed, read
      * by INVENTORY-RECEIVE ahead of the nightly posting step.
      *   'R'  goods received - RV-QUANTITY is added to on-hand
      *        at the branch, creating the stock row on the
      *        item's first receipt there.
      *   'P'  reorder settings - RV-REORDER-POINT and
      *        RV-REORDER-QTY replace the row's settings; the
      *        quantity is not used.
      *   'X'  backorder cancelled - RV-QUANTITY comes off
      *        SK-ON-BACKORDER when the customer will not wait
      *        for the order to be resubmitted.
      * The item code must be on ITEMMAST. An inactive item still
      * takes a receipt - goods already in transit for a dropped
      * line still have to be counted onto the shelf.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 STOCK-RECEIPT-RECORD.
          05 RV-RECORD-TYPE       PIC X(1).
             88 RV-RECEIPT        VALUE 'R'.
             88 RV-REORDER-SET    VALUE 'P'.
             88 RV-BACKORDER-CANCEL VALUE 'X'.
          05 RV-ITEM-CODE         PIC X(8).
          05 RV-BRANCH-CODE       PIC X(3).
          05 RV-QUANTITY          PIC 9(7).
          05 RV-REORDER-POINT     PIC 9(7).
          05 RV-REORDER-QTY       PIC 9(7).
          05 RV-RECEIPT-DATE      PIC 9(8).
          05 RV-REFERENCE         PIC X(10).
