      * 2026-08-22  Initial version.
      * 2026-08-22  Appends the balance-forward audit record per
      *             customer so reconciliation baselines cleanly.
      * 2026-10-15  Audit log record widened to 121 bytes with the
      *             salesperson code and tier rate.
      * 2026-10-15  Audit log record widened to 128 bytes with the
      *             contract id.
      * 2026-10-15  New masters written with no parent link.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY 'customer-master.cpy'.

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
           MOVE 0 TO CM-OPEN-BALANCE.
           MOVE 'A' TO CM-ACCOUNT-STATUS.
           MOVE 'N' TO CM-TAX-EXEMPT-FLAG.
           MOVE 0 TO CM-PARENT-ID.
           MOVE WS-TODAY-DATE TO CM-DATE-ADDED.
           MOVE WS-TODAY-DATE TO CM-LAST-ACTIVITY-DATE.

