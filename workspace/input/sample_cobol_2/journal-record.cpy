      * One row per CUSTMAST add, change or delete on the CUSTJRNL
      * journal, written by every program that updates the master
      * (CUSTOMER-MAIN, CUSTOMER-MAINT, YEAR-END-ROLLOVER,
      * CASH-APPLY, CREDIT-REVIEW, CUSTOMER-MERGE,
      * CRM-MASTER-UPDATE, DORMANT-REVIEW, ARCHIVE-INQUIRY,
      * FINANCE-CHARGE, BAD-DEBT-POST, REFUND-CLEAR). The before and
      * after images are byte-for-byte copies of CUSTOMER-MASTER-
      * RECORD (206 bytes - the widths here must track
      * customer-master.cpy); an add has a blank before image and
      * a delete a blank after image. The run stamp is the date
      * and time the writing program started (YYYYMMDDHHMMSS), the
      *
      * Modification History:
      * 2026-09-02  Initial layout.
      * 2026-10-15  Images widened to 206 bytes with the
      *             customer master's parent link.
      * 2026-10-15  Writer list brought up to date.
       01 JOURNAL-RECORD.
          05 JR-RUN-DATE          PIC 9(8).
          05 JR-RUN-STAMP         PIC X(14).
             88 JR-ACTION-ADD     VALUE 'A'.
             88 JR-ACTION-CHANGE  VALUE 'C'.
             88 JR-ACTION-DELETE  VALUE 'D'.
          05 JR-BEFORE-IMAGE      PIC X(206).
          05 JR-AFTER-IMAGE       PIC X(206).
