       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-POST.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Bad-debt write-off and recovery posting. Until now the only
      * way to clear an uncollectable balance was an open-balance
      * correction through CUSTOMER-MAINT - the money moved with no
      * GL entry, no reason and no approver, and the auditors
      * flagged it. This run reads the approved requests on
      * CUSTWOFF and, for each one whose approver code is active on
      * SUPVAUTH:
      *   - a write-off ('W') takes the amount off CM-OPEN-BALANCE
      *     and relieves the customer's open items oldest first -
      *     writing off the whole balance clears every item and
      *     any cash held on account - and closes the account on
      *     request once nothing is owed;
      *   - a recovery ('V') puts a written-off amount back on the
      *     balance after the customer paid after all. The lockbox
      *     cash has already gone on account through CASH-APPLY,
      *     so the recovery is matched against that on-account
      *     credit and may not exceed it, nor what is still
      *     written off for the customer on CUSTWOFH.
      * Each posting writes a before/after image to CUSTJRNL, a
      * type-'W' or type-'V' line to CUSTAUDIT (the approver in the
      * override column), a record on the CUSTARGL extract so AR/GL
      * books it to bad-debt expense, and a row on the CUSTWOFH
      * history that BAD-DEBT-REGISTER reports from at month-end.
      * Requests that fail an edit go to the CUSTWOFX exception
      * listing and do not post.
      *
      * Ends with return code 4 when any request was rejected, 0
      * clean.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  Audit log record widened to 121 bytes with the
      *             salesperson code and tier rate; the AR/GL
      *             extract's salesperson code is left blank.
      * 2026-10-15  Audit log record widened to 128 bytes with the
      *             contract id.
      * 2026-10-15  Journal images widened to 206 bytes with the
      *             customer master's parent link.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-REQUEST-FILE ASSIGN TO "CUSTWOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT SUPERVISOR-AUTH-FILE ASSIGN TO "SUPVAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "CUSTWOFH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CUSTOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AR-GL-EXTRACT-FILE ASSIGN TO "CUSTARGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARGL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT WRITE-OFF-REGISTER-FILE ASSIGN TO "CUSTWOFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT WRITE-OFF-EXCEPTION-FILE ASSIGN TO "CUSTWOFX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-REQUEST-FILE.
       COPY 'writeoff-request.cpy'.

       FD  SUPERVISOR-AUTH-FILE.
       COPY 'supv-auth.cpy'.

       FD  WRITE-OFF-HISTORY-FILE.
       COPY 'writeoff-history.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  AR-GL-EXTRACT-FILE.
       01 AR-GL-EXTRACT-RECORD     PIC X(80).

       FD  JOURNAL-FILE.
       COPY 'journal-record.cpy'.

       FD  WRITE-OFF-REGISTER-FILE.
       01 WRITE-OFF-REGISTER-RECORD PIC X(110).

       FD  WRITE-OFF-EXCEPTION-FILE.
       01 WRITE-OFF-EXCEPTION-RECORD PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS     PIC XX VALUE '00'.
       01 WS-AUTH-STATUS        PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-ARGL-STATUS        PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.

       01 WS-REQUEST-EOF        PIC X VALUE 'N'.
           88 REQUEST-EOF              VALUE 'Y'.
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 AUTH-EOF                 VALUE 'Y'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.
       01 WS-OPEN-ITEM-EOF      PIC X VALUE 'N'.
           88 OPEN-ITEM-EOF            VALUE 'Y'.
       01 WS-MASTER-FOUND       PIC X VALUE 'N'.
           88 MASTER-FOUND             VALUE 'Y'.

       COPY 'audit-record.cpy'.
       COPY 'argl-record.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * Before/after image journal of every master rewrite.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.

      * Supervisor authorizations - the same SUPVAUTH rows that
      * approve discount overrides approve write-offs. A missing
      * file fails closed: nothing posts.
       01 WS-AUTH-OK            PIC X VALUE 'N'.
       01 WS-AUTH-COUNT         PIC 9(2) VALUE 0.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-AUTH-IDX.
               10 WS-AUTH-CODE         PIC X(6).
               10 WS-AUTH-START        PIC 9(8).
               10 WS-AUTH-END          PIC 9(8).

      * Amount still written off per customer, net of recoveries,
      * from CUSTWOFH - kept current as this run posts so a
      * recovery later in the same file sees a write-off earlier
      * in it.
       01 WS-WOFF-COUNT         PIC 9(5) VALUE 0.
       01 WS-WOFF-TABLE.
           05 WS-WOFF-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-WO-IDX.
               10 WS-WO-CUST-ID        PIC 9(5).
               10 WS-WO-NET-AMOUNT     PIC S9(9)V99.
               10 WS-WO-BRANCH         PIC X(3).
       01 WS-WO-LOOKUP-ID       PIC 9(5) VALUE 0.
       01 WS-WO-FOUND           PIC X VALUE 'N'.
       01 WS-WO-SLOT            PIC 9(5) VALUE 0.

      * This request's posting.
       01 WS-REQUEST-OK         PIC X VALUE 'N'.
       01 WS-PRIOR-BALANCE      PIC S9(8)V99 VALUE 0.
       01 WS-POST-BRANCH        PIC X(3) VALUE SPACES.
       01 WS-ACCOUNT-CLOSED     PIC X VALUE 'N'.
       01 WS-CLEAR-ALL-ITEMS    PIC X VALUE 'N'.
       01 WS-RELIEF-REMAINING   PIC S9(8)V99 VALUE 0.
       01 WS-RELIEF-AMOUNT      PIC S9(8)V99 VALUE 0.
       01 WS-ON-ACCOUNT-CREDIT  PIC S9(8)V99 VALUE 0.

      * Control totals.
       01 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-WRITE-OFF-COUNT    PIC 9(5) VALUE 0.
       01 WS-WRITE-OFF-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-RECOVERY-COUNT     PIC 9(5) VALUE 0.
       01 WS-RECOVERY-AMOUNT    PIC 9(9)V99 VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-AMOUNT    PIC 9(9)V99 VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(5) VALUE 0.

       01 WS-WOFF-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "BAD-DEBT WRITE-OFF AND RECOVERY POSTING".

       01 WS-WOFF-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-WH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-WH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-WH2-YYYY       PIC 9(4).

       01 WS-WOFF-HEADER-3.
           05 FILLER            PIC X(10) VALUE "TYPE".
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(30) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(4)  VALUE "BR".
           05 FILLER            PIC X(14) VALUE "       AMOUNT".
           05 FILLER            PIC X(15) VALUE "  PRIOR BALANCE".
           05 FILLER            PIC X(15) VALUE "    NEW BALANCE".
           05 FILLER            PIC X(8)  VALUE "  APPR".

       01 WS-WOFF-DETAIL.
           05 WS-WD-TYPE        PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WD-CUST-NAME   PIC X(30).
           05 WS-WD-BRANCH      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WD-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WD-PRIOR-BAL   PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WD-NEW-BAL     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WD-APPROVER    PIC X(6).

      * Why the posting above it was made, and what it did to the
      * account.
       01 WS-WOFF-REASON-LINE.
           05 FILLER            PIC X(17) VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "REASON: ".
           05 WS-WR-REASON-CODE PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WR-REASON-TEXT PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WR-NOTE        PIC X(30).

       01 WS-EXCEPTION-DETAIL.
           05 WS-EX-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-TYPE        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-AMOUNT      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-APPROVER    PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-REASON      PIC X(30).

       01 WS-WOFF-TOTALS-LINE.
           05 WS-WT-LABEL       PIC X(30).
           05 WS-WT-COUNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-WT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Bad-Debt Write-Off Posting".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           PERFORM LOAD-AUTH-TABLE.
           PERFORM LOAD-WRITE-OFF-HISTORY.
           PERFORM OPEN-WRITE-OFF-FILES.
           PERFORM POST-ALL-REQUESTS.
           PERFORM REPORT-WRITE-OFF-TOTALS.
           PERFORM CLOSE-WRITE-OFF-FILES.

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Write-offs posted: " WS-WRITE-OFF-COUNT.
           DISPLAY "Recoveries posted: " WS-RECOVERY-COUNT.
           DISPLAY "Requests rejected: " WS-REJECTED-COUNT.
           STOP RUN.

       LOAD-AUTH-TABLE.
      *    No built-in fallback - a missing SUPVAUTH file means no
      *    request can show a valid approver.
           OPEN INPUT SUPERVISOR-AUTH-FILE.

           IF WS-AUTH-STATUS = "35"
               DISPLAY "*** SUPVAUTH not found - no write-off "
                   "will validate this run ***"
           ELSE
               PERFORM UNTIL AUTH-EOF
                   READ SUPERVISOR-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF WS-AUTH-COUNT < 20
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE SV-AUTH-CODE
                                   TO WS-AUTH-CODE(WS-AUTH-COUNT)
                               MOVE SV-START-DATE
                                   TO WS-AUTH-START(WS-AUTH-COUNT)
                               MOVE SV-END-DATE
                                   TO WS-AUTH-END(WS-AUTH-COUNT)
                           ELSE
                               DISPLAY "*** SUPVAUTH has more than "
                                   "20 rows - extra rows ignored ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPERVISOR-AUTH-FILE
           END-IF.

       LOAD-WRITE-OFF-HISTORY.
      *    Net each customer's write-offs against their recoveries
      *    so far; the branch kept is that of the latest
      *    write-off, which a recovery is booked back to.
           OPEN INPUT WRITE-OFF-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ WRITE-OFF-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF WH-CUSTOMER-ID IS NUMERIC
                                   AND WH-AMOUNT IS NUMERIC
                               PERFORM TALLY-ONE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITE-OFF-HISTORY-FILE
           END-IF.

       TALLY-ONE-HISTORY-ROW.
           MOVE WH-CUSTOMER-ID TO WS-WO-LOOKUP-ID.
           PERFORM FIND-WRITE-OFF-ENTRY.
           IF WS-WO-FOUND = 'N'
               PERFORM ADD-WRITE-OFF-ENTRY
           END-IF.
           IF WS-WO-FOUND = 'Y'
               IF WH-WRITE-OFF
                   ADD WH-AMOUNT TO WS-WO-NET-AMOUNT(WS-WO-SLOT)
                   MOVE WH-BRANCH-CODE TO WS-WO-BRANCH(WS-WO-SLOT)
               ELSE
                   IF WH-RECOVERY
                       SUBTRACT WH-AMOUNT
                           FROM WS-WO-NET-AMOUNT(WS-WO-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-WRITE-OFF-ENTRY.
           MOVE 'N' TO WS-WO-FOUND.
           MOVE 0 TO WS-WO-SLOT.
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                   UNTIL WS-WO-IDX > WS-WOFF-COUNT
               IF WS-WO-CUST-ID(WS-WO-IDX) = WS-WO-LOOKUP-ID
                   MOVE 'Y' TO WS-WO-FOUND
                   SET WS-WO-SLOT TO WS-WO-IDX
                   SET WS-WO-IDX TO WS-WOFF-COUNT
               END-IF
           END-PERFORM.

       ADD-WRITE-OFF-ENTRY.
           IF WS-WOFF-COUNT < 5000
               ADD 1 TO WS-WOFF-COUNT
               MOVE WS-WOFF-COUNT TO WS-WO-SLOT
               MOVE WS-WO-LOOKUP-ID TO WS-WO-CUST-ID(WS-WO-SLOT)
               MOVE 0 TO WS-WO-NET-AMOUNT(WS-WO-SLOT)
               MOVE SPACES TO WS-WO-BRANCH(WS-WO-SLOT)
               MOVE 'Y' TO WS-WO-FOUND
           ELSE
               DISPLAY "*** WS-WOFF-TABLE has more than 5000 "
                   "customers - extra customers not tracked ***"
           END-IF.

       OPEN-WRITE-OFF-FILES.
           OPEN INPUT WRITE-OFF-REQUEST-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.

           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.

           OPEN EXTEND WRITE-OFF-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-HISTORY-FILE
               CLOSE WRITE-OFF-HISTORY-FILE
               OPEN EXTEND WRITE-OFF-HISTORY-FILE
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

           OPEN EXTEND AR-GL-EXTRACT-FILE.
           IF WS-ARGL-STATUS = "35"
               OPEN OUTPUT AR-GL-EXTRACT-FILE
               CLOSE AR-GL-EXTRACT-FILE
               OPEN EXTEND AR-GL-EXTRACT-FILE
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

           OPEN OUTPUT WRITE-OFF-REGISTER-FILE.
           OPEN OUTPUT WRITE-OFF-EXCEPTION-FILE.

           MOVE WS-RUN-MM TO WS-WH2-MM.
           MOVE WS-RUN-DD TO WS-WH2-DD.
           MOVE WS-RUN-YYYY TO WS-WH2-YYYY.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-HEADER-1.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-HEADER-2.
           MOVE SPACES TO WRITE-OFF-REGISTER-RECORD.
           WRITE WRITE-OFF-REGISTER-RECORD.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-HEADER-3.

       CLOSE-WRITE-OFF-FILES.
           CLOSE WRITE-OFF-EXCEPTION-FILE.
           CLOSE WRITE-OFF-REGISTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE AR-GL-EXTRACT-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE WRITE-OFF-HISTORY-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-REQUEST-STATUS NOT = "35"
               CLOSE WRITE-OFF-REQUEST-FILE
           END-IF.

       POST-ALL-REQUESTS.
           IF WS-REQUEST-STATUS = "35"
               DISPLAY "*** CUSTWOFF not found - no write-off "
                   "requests to post ***"
           ELSE
               PERFORM UNTIL REQUEST-EOF
                   READ WRITE-OFF-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-REQUEST-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM POST-ONE-REQUEST
                   END-READ
               END-PERFORM
           END-IF.

       POST-ONE-REQUEST.
      *    A request posts only when every edit passes - the
      *    first failure names the reason on the exception list.
           MOVE 'Y' TO WS-REQUEST-OK.
           IF (NOT WR-WRITE-OFF AND NOT WR-RECOVERY)
                   OR WR-CUSTOMER-ID IS NOT NUMERIC
                   OR WR-AMOUNT IS NOT NUMERIC
                   OR WR-AMOUNT = ZERO
               MOVE "FAILED INPUT EDIT" TO WS-EX-REASON
               MOVE 'N' TO WS-REQUEST-OK
           END-IF.

           IF WS-REQUEST-OK = 'Y'
               PERFORM VALIDATE-APPROVER
               IF WS-AUTH-OK NOT = 'Y'
                   MOVE "APPROVER NOT AUTHORIZED" TO WS-EX-REASON
                   MOVE 'N' TO WS-REQUEST-OK
               END-IF
           END-IF.

           IF WS-REQUEST-OK = 'Y'
               PERFORM READ-CUSTOMER-MASTER
               IF NOT MASTER-FOUND
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-EX-REASON
                   MOVE 'N' TO WS-REQUEST-OK
               END-IF
           END-IF.

           IF WS-REQUEST-OK = 'Y'
               IF WR-WRITE-OFF
                   PERFORM EDIT-WRITE-OFF
               ELSE
                   PERFORM EDIT-RECOVERY
               END-IF
           END-IF.

           IF WS-REQUEST-OK = 'Y'
               IF WR-WRITE-OFF
                   PERFORM POST-WRITE-OFF
               ELSE
                   PERFORM POST-RECOVERY
               END-IF
           ELSE
               PERFORM WRITE-WRITE-OFF-EXCEPTION
           END-IF.

       VALIDATE-APPROVER.
      *    The code must be on file and inside its active dates.
           MOVE 'N' TO WS-AUTH-OK.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-CODE(WS-AUTH-IDX) = WR-APPROVER-CODE
                       AND WR-APPROVER-CODE NOT = SPACES
                       AND WS-RUN-DATE-NUM
                           >= WS-AUTH-START(WS-AUTH-IDX)
                       AND WS-RUN-DATE-NUM
                           <= WS-AUTH-END(WS-AUTH-IDX)
                   MOVE 'Y' TO WS-AUTH-OK
                   SET WS-AUTH-IDX TO WS-AUTH-COUNT
               END-IF
           END-PERFORM.

       READ-CUSTOMER-MASTER.
           MOVE WR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
                   MOVE SPACES TO WS-JR-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   MOVE CUSTOMER-MASTER-RECORD TO WS-JR-BEFORE
           END-READ.

       EDIT-WRITE-OFF.
      *    Only money actually owed can be written off.
           IF WR-AMOUNT > CM-OPEN-BALANCE
               MOVE "EXCEEDS OPEN BALANCE" TO WS-EX-REASON
               MOVE 'N' TO WS-REQUEST-OK
           END-IF.

       EDIT-RECOVERY.
      *    A recovery may not put back more than is still written
      *    off, nor more than the cash the customer has on
      *    account to pay it.
           MOVE WR-CUSTOMER-ID TO WS-WO-LOOKUP-ID.
           PERFORM FIND-WRITE-OFF-ENTRY.
           IF WS-WO-FOUND = 'N'
               MOVE "NO WRITE-OFF ON FILE" TO WS-EX-REASON
               MOVE 'N' TO WS-REQUEST-OK
           ELSE
               IF WR-AMOUNT > WS-WO-NET-AMOUNT(WS-WO-SLOT)
                   MOVE "EXCEEDS AMOUNT WRITTEN OFF" TO WS-EX-REASON
                   MOVE 'N' TO WS-REQUEST-OK
               END-IF
           END-IF.

           IF WS-REQUEST-OK = 'Y'
               MOVE 0 TO WS-ON-ACCOUNT-CREDIT
               MOVE WR-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE 0 TO OI-INVOICE-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-OPEN-AMOUNT < ZERO
                           COMPUTE WS-ON-ACCOUNT-CREDIT =
                               0 - OI-OPEN-AMOUNT
                       END-IF
               END-READ
               IF WR-AMOUNT > WS-ON-ACCOUNT-CREDIT
                   MOVE "EXCEEDS CASH ON ACCOUNT" TO WS-EX-REASON
                   MOVE 'N' TO WS-REQUEST-OK
               END-IF
           END-IF.

       POST-WRITE-OFF.
           MOVE CM-OPEN-BALANCE TO WS-PRIOR-BALANCE.
           MOVE SPACES TO WS-POST-BRANCH.
           MOVE SPACES TO WS-WR-NOTE.
           IF WR-AMOUNT = CM-OPEN-BALANCE
               MOVE 'Y' TO WS-CLEAR-ALL-ITEMS
           ELSE
               MOVE 'N' TO WS-CLEAR-ALL-ITEMS
           END-IF.
           PERFORM RELIEVE-OPEN-ITEMS.

      *    The last-activity date is left alone - writing a
      *    balance off is not the customer trading with us.
           SUBTRACT WR-AMOUNT FROM CM-OPEN-BALANCE.
           MOVE 'N' TO WS-ACCOUNT-CLOSED.
           IF WR-CLOSE-REQUESTED
               IF CM-OPEN-BALANCE = ZERO
                   MOVE 'C' TO CM-ACCOUNT-STATUS
                   MOVE 'Y' TO WS-ACCOUNT-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "ACCOUNT CLOSED" TO WS-WR-NOTE
               ELSE
                   MOVE "BALANCE REMAINS - NOT CLOSED" TO WS-WR-NOTE
               END-IF
           END-IF.
           REWRITE CUSTOMER-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.

           ADD 1 TO WS-WRITE-OFF-COUNT.
           ADD WR-AMOUNT TO WS-WRITE-OFF-AMOUNT.

           MOVE WR-CUSTOMER-ID TO WS-WO-LOOKUP-ID.
           PERFORM FIND-WRITE-OFF-ENTRY.
           IF WS-WO-FOUND = 'N'
               PERFORM ADD-WRITE-OFF-ENTRY
           END-IF.
           IF WS-WO-FOUND = 'Y'
               ADD WR-AMOUNT TO WS-WO-NET-AMOUNT(WS-WO-SLOT)
               MOVE WS-POST-BRANCH TO WS-WO-BRANCH(WS-WO-SLOT)
           END-IF.

           MOVE "WRITE-OFF" TO WS-WD-TYPE.
           PERFORM WRITE-POSTING-RECORDS.

       RELIEVE-OPEN-ITEMS.
      *    Oldest invoices first (invoice numbers rise with time).
      *    Writing off the whole balance clears every row,
      *    on-account cash included, so nothing is left to age or
      *    dun; a partial write-off relieves invoices until the
      *    amount is used up. The posting takes the branch of the
      *    first invoice it relieves.
           MOVE WR-AMOUNT TO WS-RELIEF-REMAINING.
           MOVE 'N' TO WS-OPEN-ITEM-EOF.
           MOVE WR-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE 0 TO OI-INVOICE-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF
           END-START.
           PERFORM UNTIL OPEN-ITEM-EOF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OPEN-ITEM-EOF
                   NOT AT END
                       IF OI-CUSTOMER-ID NOT = WR-CUSTOMER-ID
                           MOVE 'Y' TO WS-OPEN-ITEM-EOF
                       ELSE
                           PERFORM RELIEVE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       RELIEVE-ONE-OPEN-ITEM.
           IF OI-INVOICE-NO = ZERO
               IF WS-CLEAR-ALL-ITEMS = 'Y'
                       AND OI-OPEN-AMOUNT NOT = ZERO
                   MOVE 0 TO OI-OPEN-AMOUNT
                   MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE
                   REWRITE OPEN-ITEM-RECORD
               END-IF
           ELSE
               IF OI-OPEN-AMOUNT > ZERO
                       AND (WS-CLEAR-ALL-ITEMS = 'Y'
                           OR WS-RELIEF-REMAINING > ZERO)
                   IF WS-CLEAR-ALL-ITEMS = 'Y'
                           OR WS-RELIEF-REMAINING >= OI-OPEN-AMOUNT
                       MOVE OI-OPEN-AMOUNT TO WS-RELIEF-AMOUNT
                   ELSE
                       MOVE WS-RELIEF-REMAINING TO WS-RELIEF-AMOUNT
                   END-IF
                   SUBTRACT WS-RELIEF-AMOUNT FROM OI-OPEN-AMOUNT
                   SUBTRACT WS-RELIEF-AMOUNT FROM WS-RELIEF-REMAINING
                   IF OI-OPEN-AMOUNT = ZERO
                       MOVE 'C' TO OI-STATUS
                   END-IF
                   MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE
                   REWRITE OPEN-ITEM-RECORD
                   IF WS-POST-BRANCH = SPACES
                       MOVE OI-BRANCH-CODE TO WS-POST-BRANCH
                   END-IF
               END-IF
           END-IF.

       POST-RECOVERY.
      *    The recovered amount goes back on the balance and is
      *    paid at once by the cash already held on account.
           MOVE CM-OPEN-BALANCE TO WS-PRIOR-BALANCE.
           MOVE WS-WO-BRANCH(WS-WO-SLOT) TO WS-POST-BRANCH.
           MOVE SPACES TO WS-WR-NOTE.
           MOVE 'N' TO WS-ACCOUNT-CLOSED.

           ADD WR-AMOUNT TO CM-OPEN-BALANCE.
           REWRITE CUSTOMER-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.

           ADD WR-AMOUNT TO OI-OPEN-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE.
           REWRITE OPEN-ITEM-RECORD.
           IF CM-STATUS-CLOSED
               MOVE "ACCOUNT REMAINS CLOSED" TO WS-WR-NOTE
           END-IF.

           ADD 1 TO WS-RECOVERY-COUNT.
           ADD WR-AMOUNT TO WS-RECOVERY-AMOUNT.
           SUBTRACT WR-AMOUNT FROM WS-WO-NET-AMOUNT(WS-WO-SLOT).

           MOVE "RECOVERY" TO WS-WD-TYPE.
           PERFORM WRITE-POSTING-RECORDS.

       WRITE-POSTING-RECORDS.
           PERFORM WRITE-HISTORY-ROW.
           PERFORM WRITE-WRITE-OFF-AUDIT.
           PERFORM WRITE-WRITE-OFF-EXTRACT.
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-HISTORY-ROW.
           MOVE WS-RUN-DATE-NUM TO WH-POST-DATE.
           MOVE WR-REQUEST-TYPE TO WH-ENTRY-TYPE.
           MOVE WR-CUSTOMER-ID TO WH-CUSTOMER-ID.
           MOVE WS-POST-BRANCH TO WH-BRANCH-CODE.
           MOVE WR-AMOUNT TO WH-AMOUNT.
           MOVE WR-REASON-CODE TO WH-REASON-CODE.
           MOVE WR-REASON-TEXT TO WH-REASON-TEXT.
           MOVE WR-APPROVER-CODE TO WH-APPROVER-CODE.
           MOVE WS-ACCOUNT-CLOSED TO WH-ACCOUNT-CLOSED.
           WRITE WRITE-OFF-HISTORY-RECORD.

       WRITE-WRITE-OFF-AUDIT.
      *    Type 'W' or 'V' in the fixed CUSTAUDIT layout. The
      *    signed base amount is negative for a write-off (it
      *    comes off the balance, like a payment) and positive for
      *    a recovery; the approver sits in the override column.
           MOVE SPACES TO AUDIT-DETAIL-RECORD.
           MOVE WR-CUSTOMER-ID TO AU-CUSTOMER-ID.
           MOVE WR-REQUEST-TYPE TO AU-TRANS-TYPE.
           MOVE WS-POST-BRANCH TO AU-BRANCH-CODE.
           MOVE WR-AMOUNT TO AU-PURCHASE.
           MOVE "USD" TO AU-CURRENCY.
           IF WR-WRITE-OFF
               COMPUTE AU-BASE-AMOUNT = 0 - WR-AMOUNT
           ELSE
               MOVE WR-AMOUNT TO AU-BASE-AMOUNT
           END-IF.
           MOVE 0 TO AU-RATE.
           MOVE 0 TO AU-DISCOUNT.
           MOVE WR-AMOUNT TO AU-FINAL.
           MOVE SPACES TO AU-PROMO-ID.
           MOVE WR-APPROVER-CODE TO AU-OVERRIDE-CODE.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE 0 TO AU-INVOICE-NO.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-DETAIL-RECORD.

       WRITE-WRITE-OFF-EXTRACT.
           MOVE WR-CUSTOMER-ID TO AX-CUST-ID.
           MOVE "USD" TO AX-CURRENCY.
           MOVE WR-AMOUNT TO AX-FINAL.
           MOVE 0 TO AX-DISCOUNT.
           MOVE WR-AMOUNT TO AX-BASE-FINAL.
           MOVE 0 TO AX-BASE-DISCOUNT.
           MOVE WS-RUN-DATE-NUM TO AX-TRANS-DATE.
           MOVE WR-REQUEST-TYPE TO AX-TRANS-TYPE.
           MOVE WS-POST-BRANCH TO AX-BRANCH-CODE.
           MOVE 0 TO AX-INVOICE-NO.
           MOVE SPACES TO AX-SALESPERSON-CODE.
           WRITE AR-GL-EXTRACT-RECORD FROM AR-GL-DETAIL-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE WR-CUSTOMER-ID TO WS-WD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-WD-CUST-NAME.
           MOVE WS-POST-BRANCH TO WS-WD-BRANCH.
           MOVE WR-AMOUNT TO WS-WD-AMOUNT.
           MOVE WS-PRIOR-BALANCE TO WS-WD-PRIOR-BAL.
           MOVE CM-OPEN-BALANCE TO WS-WD-NEW-BAL.
           MOVE WR-APPROVER-CODE TO WS-WD-APPROVER.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-DETAIL.
           MOVE WR-REASON-CODE TO WS-WR-REASON-CODE.
           MOVE WR-REASON-TEXT TO WS-WR-REASON-TEXT.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-REASON-LINE.

       WRITE-WRITE-OFF-EXCEPTION.
           MOVE WR-CUSTOMER-ID TO WS-EX-CUST-ID.
           MOVE WR-REQUEST-TYPE TO WS-EX-TYPE.
           MOVE WR-APPROVER-CODE TO WS-EX-APPROVER.
           IF WR-AMOUNT IS NUMERIC
               MOVE WR-AMOUNT TO WS-EX-AMOUNT
               ADD WR-AMOUNT TO WS-REJECTED-AMOUNT
           ELSE
               MOVE 0 TO WS-EX-AMOUNT
           END-IF.
           WRITE WRITE-OFF-EXCEPTION-RECORD FROM WS-EXCEPTION-DETAIL.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "*** Write-off request for Customer ID "
               WR-CUSTOMER-ID " not posted - " WS-EX-REASON " ***".

       REPORT-WRITE-OFF-TOTALS.
           MOVE SPACES TO WRITE-OFF-REGISTER-RECORD.
           WRITE WRITE-OFF-REGISTER-RECORD.
           MOVE "REQUESTS READ: " TO WS-WT-LABEL.
           MOVE WS-READ-COUNT TO WS-WT-COUNT.
           MOVE 0 TO WS-WT-AMOUNT.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-TOTALS-LINE.
           MOVE "WRITE-OFFS POSTED: " TO WS-WT-LABEL.
           MOVE WS-WRITE-OFF-COUNT TO WS-WT-COUNT.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-WT-AMOUNT.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-TOTALS-LINE.
           MOVE "RECOVERIES POSTED: " TO WS-WT-LABEL.
           MOVE WS-RECOVERY-COUNT TO WS-WT-COUNT.
           MOVE WS-RECOVERY-AMOUNT TO WS-WT-AMOUNT.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-TOTALS-LINE.
           MOVE "REQUESTS REJECTED: " TO WS-WT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-WT-COUNT.
           MOVE WS-REJECTED-AMOUNT TO WS-WT-AMOUNT.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-TOTALS-LINE.
           MOVE "ACCOUNTS CLOSED: " TO WS-WT-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-WT-COUNT.
           MOVE 0 TO WS-WT-AMOUNT.
           WRITE WRITE-OFF-REGISTER-RECORD FROM WS-WOFF-TOTALS-LINE.

       WRITE-MASTER-JOURNAL.
      *    One before/after image per posting, stamped with this
      *    run, so JOURNAL-BACKOUT can reverse it on the master.
           MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE "BAD-DEBT-POST" TO JR-PROGRAM-NAME.
           MOVE 'C' TO JR-ACTION.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
