      * Copybook: Reference Table Change Record
      * One row per change to a pricing or authorization reference
      * file - DISCTIER, DISCPROM, SUPVAUTH or EXCHRATE - keyed
      * through REFERENCE-MAINT. The maker's change waits on the
      * REFPEND pending file until a different person, active on
      * SUPVAUTH, approves or rejects it; only then is the
      * reference file itself rewritten. Every decided change is
      * appended to the REFCHGLG reference-change log, which
      * REF-CHANGE-REPORT lists by date range for internal audit.
      *
      * The before and after images are the reference row exactly
      * as it sits on its own file (spaces for the side an add or
      * a delete does not have), so the log shows the full row on
      * both sides of every change.
      *
      * Action values:
      *    'A' - add a row
      *    'C' - change a row in place (the key fields stay)
      *    'D' - delete a row
      *
      * Status values:
      *    'P' - pending, waiting for a checker
      *    'A' - approved and applied to the reference file
      *    'R' - rejected by the checker, reference file untouched
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 REFERENCE-CHANGE-RECORD.
          05 RC-CHANGE-NO         PIC 9(6).
          05 RC-TABLE-ID          PIC X(8).
             88 RC-DISCTIER              VALUE 'DISCTIER'.
             88 RC-DISCPROM              VALUE 'DISCPROM'.
             88 RC-SUPVAUTH              VALUE 'SUPVAUTH'.
             88 RC-EXCHRATE              VALUE 'EXCHRATE'.
          05 RC-ACTION            PIC X(1).
             88 RC-ADD                   VALUE 'A'.
             88 RC-CHANGE                VALUE 'C'.
             88 RC-DELETE                VALUE 'D'.
          05 RC-STATUS            PIC X(1).
             88 RC-PENDING               VALUE 'P'.
             88 RC-APPROVED              VALUE 'A'.
             88 RC-REJECTED              VALUE 'R'.
          05 RC-MAKER-ID          PIC X(6).
          05 RC-MAKER-DATE        PIC 9(8).
          05 RC-CHECKER-ID        PIC X(6).
          05 RC-CHECKER-DATE      PIC 9(8).
          05 RC-BEFORE-IMAGE      PIC X(60).
          05 RC-AFTER-IMAGE       PIC X(60).
