      * Copybook: Finance Charge Parameter Record
      * Rows on the FINCHGPM parameter file, read by FINANCE-CHARGE
      * at startup so accounting can change the late-charge terms
      * without a source change. One 'R' row carries the monthly
      * rate applied to a customer's past-due portion (four
      * decimals - 0.0150 is 1.5% a month) and the minimum charge
      * assessed whenever any charge is due. Each 'X' row names a
      * customer exempt from finance charges - a contract or a
      * settlement that waives late fees - so the exemption list
      * lives beside the terms it exempts from.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 FINANCE-CHARGE-PARM-RECORD.
          05 FP-RECORD-TYPE       PIC X(1).
             88 FP-RATE-ROW       VALUE 'R'.
             88 FP-EXEMPT-ROW     VALUE 'X'.
          05 FP-ROW-DATA          PIC X(20).
          05 FP-RATE-DATA REDEFINES FP-ROW-DATA.
             10 FP-MONTHLY-RATE   PIC 9V9999.
             10 FP-MINIMUM-CHARGE PIC 9(5)V99.
             10 FILLER            PIC X(8).
          05 FP-EXEMPT-DATA REDEFINES FP-ROW-DATA.
             10 FP-EXEMPT-CUST-ID PIC 9(5).
             10 FILLER            PIC X(15).
