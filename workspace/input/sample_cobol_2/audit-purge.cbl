      *
      * Modification History:
      * 2026-08-22  Initial version.
      * 2026-10-15  Live, archive and keep records widened to 121
      *             bytes with the audit log's salesperson code and
      *             tier rate.
      * 2026-10-15  Live, archive and keep records widened to 128
      *             bytes with the audit log's contract id.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD     PIC X(128).

       FD  AUDIT-KEEP-FILE.
       01 AUDIT-KEEP-RECORD        PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
