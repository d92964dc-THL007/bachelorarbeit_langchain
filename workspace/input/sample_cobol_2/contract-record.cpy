      * Copybook: Customer Contract Record
      * One row per negotiated pricing contract on the CUSTCNTR
      * file, keyed by customer - the customer ID leads the row
      * and the file is kept in customer and start-date order,
      * so a renewal can be keyed ahead of time as a second row
      * for the same customer. DISCOUNT-CALC loads the file on
      * its first call and prices a customer at the contracted
      * rate on any ticket dated inside one of the customer's
      * contracts whose base-currency amount reaches the
      * contract's minimum order (zero - no minimum). The
      * contract rate replaces the tier rate and no promotion
      * applies on top of it; only an authorized supervisor
      * override outranks it. The committed volume is what the
      * customer undertook to buy over the contract's term, in
      * base currency, measured by CONTRACT-REVIEW.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 CONTRACT-RECORD.
          05 CT-CUSTOMER-ID       PIC 9(5).
          05 CT-CONTRACT-ID       PIC X(6).
          05 CT-RATE              PIC 9V99.
          05 CT-START-DATE        PIC 9(8).
          05 CT-END-DATE          PIC 9(8).
          05 CT-MIN-ORDER         PIC 9(7)V99.
          05 CT-COMMITMENT        PIC 9(9)V99.
          05 CT-SALESPERSON-CODE  PIC X(4).
          05 FILLER               PIC X(6).
