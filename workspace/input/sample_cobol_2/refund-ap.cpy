      * Copybook: Refund Request AP Interface Record
      * One fixed-layout record per credit-balance refund on the
      * CUSTAPRF file REFUND-SELECT writes each week for the
      * accounts-payable system to load and cut checks from. The
      * refund ID is the request date followed by the customer ID;
      * AP returns it on the CUSTRFIS issued-check feed so
      * REFUND-CLEAR can match each check to its request. The
      * amount is the credit balance in base currency (USD), the
      * currency CM-OPEN-BALANCE is carried in. The payee name and
      * mailing address are the master's as of the request.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 REFUND-AP-RECORD.
          05 AP-RECORD-TYPE       PIC X(1).
          05 AP-REFUND-ID.
             10 AP-REQUEST-DATE   PIC 9(8).
             10 AP-CUSTOMER-ID    PIC 9(5).
          05 AP-PAYEE-NAME        PIC X(30).
          05 AP-ADDRESS-LINE-1    PIC X(30).
          05 AP-ADDRESS-LINE-2    PIC X(30).
          05 AP-CITY              PIC X(20).
          05 AP-STATE             PIC X(2).
          05 AP-ZIP-CODE          PIC X(10).
          05 AP-REFUND-AMOUNT     PIC 9(7)V99.
          05 AP-CURRENCY          PIC X(3).
          05 AP-SOURCE-SYSTEM     PIC X(2).
          05 FILLER               PIC X(10).
