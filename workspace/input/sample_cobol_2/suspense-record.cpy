      *             reference field, then to 162 with the
      *             override-validity flag and 170 with the
      *             transaction date.
      * 2026-10-15  SU-TRANS-DATA widened to 177 with the
      *             transaction record's salesperson code and
      *             tier rate.
      * 2026-10-15  SU-TRANS-DATA widened to 183 with the
      *             transaction record's contract id.
       01 SUSPENSE-RECORD.
          05 SU-TRANS-DATA        PIC X(183).
          05 SU-REJECT-REASON     PIC X(30).
          05 SU-STATUS            PIC X(1).
             88 SU-OPEN           VALUE 'O'.
