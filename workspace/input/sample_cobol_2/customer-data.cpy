      *             a late-arriving feed or a restart after
      *             midnight converts at the transaction's own
      *             day's rate.
      * 2026-10-15  Added CUSTOMER-SALESPERSON-CODE - the rep who
      *             wrote the order, carried through the audit line
      *             and AR/GL extract for the month-end commission
      *             run - and CUSTOMER-TIER-RATE, the rate the tier
      *             table alone earns, set by DISCOUNT-CALC so the
      *             commission run can tell when a supervisor
      *             override cut the price below it.
      * 2026-10-15  Added CUSTOMER-CONTRACT-ID, set by DISCOUNT-CALC
      *             when the customer's CUSTCNTR contract priced the
      *             ticket, so the audit line and invoice can show
      *             which contract applied. Blank on the feed.
      * 2026-10-15  CUSTOMER-OVERRIDE-VALID-FLAG arrives 'P' on a
      *             suspense record SUSPENSE-MAINT corrected under a
      *             supervisor's authority for a closed accounting
      *             month; CUSTOMER-MAIN posts a return against a
      *             closed month's sale only when it does.
      *             DISCOUNT-CALC still clears the flag when it prices.
       01 CUSTOMER-RECORD.
          05 CUSTOMER-ID          PIC 9(5).
          05 CUSTOMER-NAME        PIC X(30).
          05 CUSTOMER-ORIG-REF    PIC X(8).
          05 CUSTOMER-OVERRIDE-VALID-FLAG PIC X(1).
          05 CUSTOMER-TRANS-DATE  PIC 9(8).
          05 CUSTOMER-SALESPERSON-CODE PIC X(4).
          05 CUSTOMER-TIER-RATE   PIC 9V99.
          05 CUSTOMER-CONTRACT-ID PIC X(6).

