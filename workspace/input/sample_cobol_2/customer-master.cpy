      *             MASTER-CONVERT before any program reads them
      *             through this copybook - the expansion moved
      *             CM-YTD-PURCHASES.
      * 2026-10-15  Added the parent account link for national
      *             accounts - a location's master names the
      *             parent customer it bills and pools with (zero
      *             when it stands alone). One level only: a
      *             parent is never itself a child. Masters
      *             written under the 201-byte layout must be
      *             converted once by PARENT-CONVERT.
       01 CUSTOMER-MASTER-RECORD.
          05 CM-CUSTOMER-ID       PIC 9(5).
          05 CM-CUSTOMER-NAME     PIC X(30).
          05 CM-TAX-EXEMPT-FLAG   PIC X(1).
             88 CM-TAX-EXEMPT     VALUE 'Y'.
          05 CM-TAX-CERT-NUMBER   PIC X(15).
          05 CM-PARENT-ID         PIC 9(5).
             88 CM-HAS-PARENT     VALUE 1 THRU 99999.
