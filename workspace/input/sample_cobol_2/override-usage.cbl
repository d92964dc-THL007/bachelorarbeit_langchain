      *
      * Modification History:
      * 2026-09-02  Initial version.
      * 2026-10-15  Audit log record widened to 121 bytes with the
      *             salesperson code and tier rate.
      * 2026-10-15  Audit log record widened to 128 bytes with the
      *             contract id.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  SUPERVISOR-AUTH-FILE.
       COPY 'supv-auth.cpy'.
