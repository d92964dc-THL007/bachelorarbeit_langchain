      * Copybook: Write-Off History Record
      * One row per posted write-off or recovery on the CUSTWOFH
      * history, appended by BAD-DEBT-POST and read back by it -
      * a recovery may never exceed what is still written off for
      * the customer - and by BAD-DEBT-REGISTER for the month-end
      * register by branch. The reason and approver travel with
      * each row so the register answers the auditors' questions
      * without going back to the request forms. The branch is
      * the one the written-off invoices were sold from; a
      * recovery carries the branch of the write-off it recovers.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 WRITE-OFF-HISTORY-RECORD.
          05 WH-POST-DATE         PIC 9(8).
          05 WH-ENTRY-TYPE        PIC X(1).
             88 WH-WRITE-OFF      VALUE 'W'.
             88 WH-RECOVERY       VALUE 'V'.
          05 WH-CUSTOMER-ID       PIC 9(5).
          05 WH-BRANCH-CODE       PIC X(3).
          05 WH-AMOUNT            PIC 9(7)V99.
          05 WH-REASON-CODE       PIC X(4).
          05 WH-REASON-TEXT       PIC X(30).
          05 WH-APPROVER-CODE     PIC X(6).
          05 WH-ACCOUNT-CLOSED    PIC X(1).
