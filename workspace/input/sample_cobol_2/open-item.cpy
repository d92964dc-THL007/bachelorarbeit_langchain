      * Copybook: Open-Item Receivables Record
      * One row per invoice on the CUSTOPEN open-item ledger, keyed
      * by customer and invoice number. CUSTOMER-MAIN adds the row
      * when it posts a sale, at the number ASSIGN-INVOICE-NUMBER
      * hands out; a return relieves the invoice it names and
      * CASH-APPLY relieves the invoice a remittance names. The
      * amounts are base currency (USD), the same figures that
      * move CM-OPEN-BALANCE, so a customer's open rows sum to
      * the master balance. Invoice number zero is the customer's
      * on-account row - cash or credit that could not be applied
      * to a named invoice, carried as a negative open amount.
      * A fully relieved invoice stays on file, closed, so the
      * listing can still show when and how it was settled.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
      * 2026-10-15  Added OI-ITEM-TYPE - what raised the row, so a
      *             finance charge can be told from a sale invoice
      *             and is never itself charged on.
       01 OPEN-ITEM-RECORD.
          05 OI-KEY.
             10 OI-CUSTOMER-ID    PIC 9(5).
             10 OI-INVOICE-NO     PIC 9(8).
          05 OI-INVOICE-DATE      PIC 9(8).
          05 OI-BRANCH-CODE       PIC X(3).
          05 OI-ORIGINAL-AMOUNT   PIC S9(8)V99
                                  SIGN LEADING SEPARATE.
          05 OI-OPEN-AMOUNT       PIC S9(8)V99
                                  SIGN LEADING SEPARATE.
          05 OI-LAST-ACTIVITY-DATE PIC 9(8).
          05 OI-STATUS            PIC X(1).
             88 OI-STATUS-OPEN    VALUE 'O'.
             88 OI-STATUS-CLOSED  VALUE 'C'.
             88 OI-STATUS-ON-ACCOUNT VALUE 'U'.
          05 OI-ITEM-TYPE         PIC X(1).
             88 OI-ITEM-SALE      VALUE 'S'.
             88 OI-ITEM-FINANCE-CHARGE VALUE 'F'.
             88 OI-ITEM-ON-ACCOUNT VALUE 'A'.
