      * Copybook: Refund Issued Record
      * One record per refund check on the CUSTRFIS feed the
      * accounts-payable system returns once it has cut the checks
      * requested on CUSTAPRF, read by REFUND-CLEAR. The refund ID
      * is the one AP was sent - request date and customer ID - so
      * each check clears exactly the credit it was requested for.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 REFUND-ISSUED-RECORD.
          05 RI-REFUND-ID.
             10 RI-REQUEST-DATE   PIC 9(8).
             10 RI-CUSTOMER-ID    PIC 9(5).
          05 RI-CHECK-NUMBER      PIC X(10).
          05 RI-ISSUE-DATE        PIC 9(8).
          05 RI-CHECK-AMOUNT      PIC 9(7)V99.
