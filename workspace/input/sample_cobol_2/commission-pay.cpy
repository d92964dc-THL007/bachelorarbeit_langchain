      * Copybook: Commission Payroll Summary Record
      * One fixed-layout record per sales rep with activity in the
      * month, written by COMMISSION-RUN to the CUSTCOMP file for
      * the payroll system to load. All amounts are base currency
      * (USD). Net sales are sales less returns, both after
      * discount; commission payable is the standard commission
      * less the reduction for sales priced below the tier rate by
      * a supervisor override. Net sales and both commission
      * figures carry a leading separate sign - a month of returns
      * against an earlier month's sales nets to a claw-back.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 COMMISSION-PAY-RECORD.
          05 CP-COMMISSION-MONTH  PIC 9(6).
          05 CP-SALESPERSON-CODE  PIC X(4).
          05 CP-EMPLOYEE-ID       PIC X(9).
          05 CP-BRANCH-CODE       PIC X(3).
          05 CP-GROSS-SALES       PIC 9(9)V99.
          05 CP-RETURNS           PIC 9(9)V99.
          05 CP-NET-SALES         PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
          05 CP-STANDARD-COMM     PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
          05 CP-OVERRIDE-REDUCTION PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
          05 CP-COMMISSION-PAYABLE PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
          05 CP-RUN-DATE          PIC 9(8).
