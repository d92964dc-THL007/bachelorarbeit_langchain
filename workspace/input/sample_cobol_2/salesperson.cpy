      * Copybook: Salesperson Record
      * One row per sales rep on the SALESREP file, read by the
      * month-end COMMISSION-RUN. The code is the one the order
      * system carries on each transaction (CUSTOMER-SALESPERSON-
      * CODE) and CUSTOMER-MAIN logs on the audit line. The
      * commission rate is paid on the rep's net sales in base
      * currency; the override rate is the reduced rate paid on a
      * sale a supervisor override priced below the customer's
      * tier rate, so a rep who talks a supervisor into a deeper
      * cut does not earn full commission on the giveaway. The
      * employee ID is the payroll system's key for the rep.
      *
      * Status values:
      *    'A' - active
      *    'I' - inactive (left, or no longer selling); still paid
      *          for activity already posted to the month
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 SALESPERSON-RECORD.
          05 SP-SALESPERSON-CODE  PIC X(4).
          05 SP-NAME              PIC X(30).
          05 SP-BRANCH-CODE       PIC X(3).
          05 SP-COMMISSION-RATE   PIC 9V9999.
          05 SP-OVERRIDE-RATE     PIC 9V9999.
          05 SP-EMPLOYEE-ID       PIC X(9).
          05 SP-STATUS            PIC X(1).
             88 SP-ACTIVE         VALUE 'A'.
             88 SP-INACTIVE       VALUE 'I'.
