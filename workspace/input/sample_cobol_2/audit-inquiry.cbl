      *             now select and print like sales and returns,
      *             so a balance dispute shows the cash applied
      *             alongside the charges.
      * 2026-10-15  Type-'F' finance-charge lines (written by
      *             FINANCE-CHARGE) select and print as FCHG, so a
      *             disputed late fee is on the same listing.
      * 2026-10-15  Type-'W' write-off and type-'V' recovery lines
      *             (written by BAD-DEBT-POST) select and print as
      *             WOFF and RCVY, the approver in the override
      *             column.
      * 2026-10-15  Type-'D' refund lines (written by REFUND-CLEAR)
      *             select and print as RFND, so a credit paid back
      *             by check shows against the returns behind it.
      * 2026-10-15  Audit log record widened to 121 bytes with the
      *             salesperson code and tier rate.
      * 2026-10-15  Audit log record widened to 128 bytes with the
      *             contract id, which the inquiry now lists beside
      *             the override code.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  INQUIRY-REPORT-FILE.
       01 INQUIRY-REPORT-RECORD    PIC X(120).
           05 FILLER            PIC X(12) VALUE "     FINAL".
           05 FILLER            PIC X(8)  VALUE "PROMO".
           05 FILLER            PIC X(8)  VALUE "OVRRIDE".
           05 FILLER            PIC X(8)  VALUE "CONTRACT".

       01 WS-INQ-DETAIL.
           05 WS-ID-DATE        PIC X(8).
           05 WS-ID-PROMO       PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ID-OVERRIDE    PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ID-CONTRACT    PIC X(6).

       01 WS-INQ-TOTAL-LINE.
           05 FILLER            PIC X(22)
           IF AU-CUSTOMER-ID IS NUMERIC
                   AND AU-BASE-AMOUNT IS NUMERIC
                   AND (AU-TRANS-TYPE = 'S' OR AU-TRANS-TYPE = 'R'
                       OR AU-TRANS-TYPE = 'P'
                       OR AU-TRANS-TYPE = 'F'
                       OR AU-TRANS-TYPE = 'W'
                       OR AU-TRANS-TYPE = 'V'
                       OR AU-TRANS-TYPE = 'D')
               IF (WS-SELECT-CUST-ID = ZERO
                       OR AU-CUSTOMER-ID = WS-SELECT-CUST-ID)
                       AND AU-TIMESTAMP(1:8) >= WS-FROM-DATE
               IF AU-TRANS-TYPE = 'P'
                   MOVE "PYMT" TO WS-ID-TYPE
               ELSE
                   IF AU-TRANS-TYPE = 'F'
                       MOVE "FCHG" TO WS-ID-TYPE
                   ELSE
                       IF AU-TRANS-TYPE = 'W'
                           MOVE "WOFF" TO WS-ID-TYPE
                       ELSE
                           IF AU-TRANS-TYPE = 'V'
                               MOVE "RCVY" TO WS-ID-TYPE
                           ELSE
                               IF AU-TRANS-TYPE = 'D'
                                   MOVE "RFND" TO WS-ID-TYPE
                               ELSE
                                   MOVE "SALE" TO WS-ID-TYPE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE AU-PURCHASE TO WS-ID-PURCHASE.
           MOVE AU-FINAL TO WS-ID-FINAL.
           MOVE AU-PROMO-ID TO WS-ID-PROMO.
           MOVE AU-OVERRIDE-CODE TO WS-ID-OVERRIDE.
           MOVE AU-CONTRACT-ID TO WS-ID-CONTRACT.
           WRITE INQUIRY-REPORT-RECORD FROM WS-INQ-DETAIL.

       REPORT-INQUIRY-TOTALS.
