      *
      * Modification History:
      * 2026-09-02  Initial layout.
      * 2026-10-15  Added PY-INVOICE-NO - the invoice the remit
      *             advice says the check pays. A check paying
      *             several invoices arrives as one record per
      *             invoice under the same check reference. Blank
      *             or zero names no invoice and the cash goes on
      *             account.
       01 PAYMENT-RECORD.
          05 PY-CUSTOMER-ID       PIC 9(5).
          05 PY-PAYMENT-DATE      PIC 9(8).
          05 PY-PAYMENT-AMOUNT    PIC 9(7)V99.
          05 PY-CHECK-REFERENCE   PIC X(10).
          05 PY-INVOICE-NO        PIC 9(8).
