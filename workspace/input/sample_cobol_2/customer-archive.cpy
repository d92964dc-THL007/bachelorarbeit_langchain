      * Copybook: Customer Archive Record
      * One row per customer master and per purchase-history year
      * moved off the live files by DORMANT-REVIEW, appended to
      * the CUSTARCH customer archive. A customer's master row is
      * written first and its CUSTHIST rows follow it, all
      * stamped with the date of the run that archived them.
      * ARCHIVE-INQUIRY lists the archive so a former customer
      * can be found, and puts a returning customer back on the
      * master with its history.
      *
      * CA-ROW-DATA is a byte-for-byte image of the archived row -
      * CUSTOMER-MASTER-RECORD (206 bytes, and its width must
      * track customer-master.cpy) on a master row, PURCHASE-
      * HISTORY-RECORD on a history row.
      *
      * Row types:
      *    'M' - the customer master as it stood when archived
      *    'H' - one CUSTHIST year for that customer
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 CUSTOMER-ARCHIVE-RECORD.
          05 CA-ARCHIVE-DATE      PIC 9(8).
          05 CA-CUSTOMER-ID       PIC 9(5).
          05 CA-ROW-TYPE          PIC X(1).
             88 CA-MASTER-ROW            VALUE 'M'.
             88 CA-HISTORY-ROW           VALUE 'H'.
          05 CA-ROW-DATA          PIC X(206).
          05 CA-HISTORY-DATA REDEFINES CA-ROW-DATA.
             10 CA-HIST-CUSTOMER-ID PIC 9(5).
             10 CA-HIST-YEAR      PIC 9(4).
             10 CA-HIST-TOTAL     PIC 9(9)V99.
             10 FILLER            PIC X(186).
