      * Copybook: Line-Item Sales History Record
      * One row per posted line item on the CUSTSLSH sales history
      * file, written by CUSTOMER-MAIN as the transaction posts and
      * kept run after run, so merchandising can see which
      * products moved, where, and to whom. A return line is
      * written with negative quantity and amounts, so summing a
      * customer's or an item's rows nets the returns out.
      *
      * SH-DISCOUNT-SHARE is the line's share of the ticket's
      * discount, in proportion to its extension; the shares of a
      * ticket's lines always add back to its DISCOUNT-AMOUNT
      * (the last line takes the rounding). SH-EXTENSION and
      * SH-NET-AMOUNT are in the ticket's own currency;
      * SH-BASE-NET-AMOUNT is the same net in base currency
      * (USD), shared out of the ticket's base final amount the
      * same way, and is what the product analysis adds up.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 SALES-HISTORY-RECORD.
          05 SH-INVOICE-NO        PIC 9(8).
          05 SH-SALE-DATE         PIC 9(8).
          05 SH-CUSTOMER-ID       PIC 9(5).
          05 SH-BRANCH-CODE       PIC X(3).
          05 SH-ITEM-CODE         PIC X(8).
          05 SH-TRANS-TYPE        PIC X(1).
          05 SH-QUANTITY          PIC S9(5)
                                  SIGN LEADING SEPARATE.
          05 SH-UNIT-PRICE        PIC 9(5)V99.
          05 SH-EXTENSION         PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
          05 SH-DISCOUNT-SHARE    PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
          05 SH-NET-AMOUNT        PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
          05 SH-CURRENCY-CODE     PIC X(3).
          05 SH-BASE-NET-AMOUNT   PIC S9(8)V99
                                  SIGN LEADING SEPARATE.
          05 SH-SALESPERSON-CODE  PIC X(4).
          05 FILLER               PIC X(6).
