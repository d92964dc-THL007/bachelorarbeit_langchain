      * Copybook: Refund History Record
      * One row per event on the CUSTRFDH refund history - a 'R'
      * row when REFUND-SELECT requests a credit-balance refund
      * from AP, a 'C' row when REFUND-CLEAR posts the check AP
      * issued against it. Both rows carry the refund ID (request
      * date and customer ID), so a request with no clearing row
      * is a refund still outstanding: REFUND-SELECT will not
      * request another for that customer, and REFUND-REGISTER
      * ages it for the unclaimed-property (escheatment) report.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 REFUND-HISTORY-RECORD.
          05 RH-EVENT-TYPE        PIC X(1).
             88 RH-REQUESTED      VALUE 'R'.
             88 RH-CLEARED        VALUE 'C'.
          05 RH-REFUND-ID.
             10 RH-REQUEST-DATE   PIC 9(8).
             10 RH-CUSTOMER-ID    PIC 9(5).
          05 RH-AMOUNT            PIC 9(7)V99.
          05 RH-EVENT-DATE        PIC 9(8).
          05 RH-CHECK-NUMBER      PIC X(10).
