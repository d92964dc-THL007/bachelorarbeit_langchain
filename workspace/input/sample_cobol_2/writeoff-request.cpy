      * Copybook: Write-Off Request Record
      * One approved request per line on the CUSTWOFF file, read by
      * BAD-DEBT-POST. Credit keys each request from the signed
      * write-off authorization: 'W' writes the amount off the
      * customer's open balance to bad-debt expense, 'V' records a
      * recovery - a written-off customer who paid after all -
      * against that earlier write-off. The approver code must be
      * an active row on SUPVAUTH or the request does not post. A
      * 'Y' in the close flag closes the account once the write-off
      * leaves nothing owing.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 WRITE-OFF-REQUEST-RECORD.
          05 WR-REQUEST-TYPE      PIC X(1).
             88 WR-WRITE-OFF      VALUE 'W'.
             88 WR-RECOVERY       VALUE 'V'.
          05 WR-CUSTOMER-ID       PIC 9(5).
          05 WR-AMOUNT            PIC 9(7)V99.
          05 WR-REASON-CODE       PIC X(4).
          05 WR-REASON-TEXT       PIC X(30).
          05 WR-APPROVER-CODE     PIC X(6).
          05 WR-CLOSE-ACCOUNT     PIC X(1).
             88 WR-CLOSE-REQUESTED VALUE 'Y'.
