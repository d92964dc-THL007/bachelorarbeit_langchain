      *             for tying a return to its original sale.
      *             Zero on lines written before numbering
      *             existed and on payment/adjustment lines.
      * 2026-10-15  FINANCE-CHARGE now writes type-'F' late-fee
      *             lines - the base amount, purchase and final
      *             columns carry the charge, rate and discount
      *             stay zero, and the invoice number is the one
      *             the charge was raised under. Readers that
      *             re-derive YTD purchases must skip 'F' lines
      *             as they skip 'P'.
      * 2026-10-15  BAD-DEBT-POST now writes type-'W' write-off
      *             lines (base amount negative - off the balance)
      *             and type-'V' recovery lines (positive), with
      *             the approving supervisor's SUPVAUTH code in the
      *             override column. YTD readers skip both.
      * 2026-10-15  REFUND-CLEAR now writes type-'D' lines for
      *             credit balances refunded by check - base amount
      *             positive (the credit comes back toward zero),
      *             rate and discount zero, no invoice number. YTD
      *             readers skip them.
      * 2026-10-15  Added AU-SALESPERSON-CODE and AU-TIER-RATE after
      *             the invoice number, taking the record to 121
      *             bytes (CUSTAUDIT re-allocated at LRECL=121 by
      *             the CUSTSCNV cutover job) - the rep who wrote
      *             the sale and the rate the tier table alone
      *             earned. A rate above the tier rate with no
      *             promotion is a supervisor override below the
      *             tier price, which the commission run pays at
      *             the rep's reduced rate. A return carries its
      *             original sale's rep and tier rate. Both stay
      *             blank on payment and adjustment lines.
      * 2026-10-15  Added AU-CONTRACT-ID after the tier rate, taking
      *             the record to 128 bytes (CUSTAUDIT re-allocated
      *             at LRECL=128 by the CUSTCCNV cutover job) - the
      *             CUSTCNTR contract that priced the sale, blank
      *             when the tier table, a promotion or an override
      *             did. A return carries its original sale's
      *             contract.
       01 AUDIT-DETAIL-RECORD.
          05 AU-CUSTOMER-ID       PIC 9(5).
          05 FILLER               PIC X(1).
          05 FILLER               PIC X(1).
          05 AU-TIMESTAMP         PIC X(21).
          05 AU-INVOICE-NO        PIC 9(8).
          05 FILLER               PIC X(1).
          05 AU-SALESPERSON-CODE  PIC X(4).
          05 FILLER               PIC X(1).
          05 AU-TIER-RATE         PIC Z9.99.
          05 FILLER               PIC X(1).
          05 AU-CONTRACT-ID       PIC X(6).
