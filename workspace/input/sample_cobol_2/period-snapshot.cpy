      * Copybook: Period-End Snapshot Record
      * The frozen closing totals of one accounting month on the
      * CUSTPSNP snapshot file, written by PERIOD-CLOSE - one row
      * per branch and one company row. Nothing ever rewrites a
      * snapshot; month-over-month reporting reads these rows
      * instead of re-deriving history from the audit log.
      *
      * Amounts are base currency (USD). Sales and returns are the
      * gross amounts before discount, both positive; discounts
      * are the net given (returns take theirs back); tax is the
      * net collected on the month's sales and returns; payments
      * are cash applied. All but the open balance come from the
      * month's posted lines; the open balance is what the
      * customers owed when the month closed.
      *
      * Payments and cash held on account belong to no branch,
      * and neither does balance carried from before the open-item
      * ledger existed - they are on the row with a blank branch,
      * so the branch rows always add up to the company row.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 PERIOD-SNAPSHOT-RECORD.
          05 PS-PERIOD            PIC 9(6).
          05 PS-CLOSE-STAMP       PIC X(14).
          05 PS-ROW-TYPE          PIC X(1).
             88 PS-BRANCH-ROW     VALUE 'B'.
             88 PS-COMPANY-ROW    VALUE 'C'.
          05 PS-BRANCH-CODE       PIC X(3).
          05 PS-SALES-AMOUNT      PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
          05 PS-RETURN-AMOUNT     PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
          05 PS-DISCOUNT-AMOUNT   PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
          05 PS-TAX-AMOUNT        PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
          05 PS-PAYMENT-AMOUNT    PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
          05 PS-OPEN-BALANCE      PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
          05 PS-SALE-COUNT        PIC 9(7).
          05 PS-RETURN-COUNT      PIC 9(7).
          05 PS-PAYMENT-COUNT     PIC 9(7).
          05 FILLER               PIC X(3).
