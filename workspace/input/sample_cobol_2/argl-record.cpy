      *             assigned at posting, so the AR/GL system can
      *             tell two same-amount sales apart and post
      *             against the document.
      * 2026-10-15  FINANCE-CHARGE now writes type-'F' records for
      *             the month-end late charges - a debit to the
      *             customer like a sale, with zero discount.
      * 2026-10-15  BAD-DEBT-POST now writes type-'W' write-off
      *             records (a credit to receivables, debit to
      *             bad-debt expense - net them like returns) and
      *             type-'V' recoveries (receivable reinstated).
      * 2026-10-15  REFUND-CLEAR now writes type-'D' records for
      *             credit balances refunded by check - a debit to
      *             the customer like a sale, offset to the AP
      *             clearing account rather than revenue.
      * 2026-10-15  Added AX-SALESPERSON-CODE - the rep who wrote
      *             the sale (the original sale's rep on a
      *             return), so AR/GL can carry sales by rep
      *             alongside sales by branch. Blank on records
      *             other than sales and returns.
       01 AR-GL-DETAIL-RECORD.
          05 AX-CUST-ID           PIC 9(5).
          05 AX-CURRENCY          PIC X(3).
          05 AX-TRANS-TYPE        PIC X(1).
          05 AX-BRANCH-CODE       PIC X(3).
          05 AX-INVOICE-NO        PIC 9(8).
          05 AX-SALESPERSON-CODE  PIC X(4).
