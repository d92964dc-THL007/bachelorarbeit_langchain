      *             image to the CUSTJRNL journal, stamped with
      *             the run, so JOURNAL-BACKOUT can reverse a
      *             rollover run without a master restore.
      * 2026-10-15  Journal images widened to 206 bytes with the
      *             customer master's parent link.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Before/after image journal of every master rewrite.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.

       01 WS-CUSTOMER-COUNT     PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-TOTAL     PIC 9(11)V99 VALUE 0.
