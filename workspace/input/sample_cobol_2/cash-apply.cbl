      * reads the daily CUSTPAY lockbox feed, reduces each paying
      * customer's open balance, writes one audit line per applied
      * payment to CUSTAUDIT (transaction type 'P'), and prints an
      * applied/unapplied register. Each payment is applied to the
      * invoice the remittance names on the CUSTOPEN open-item
      * ledger; a partial payment leaves the rest of the invoice
      * open, and cash beyond what the invoice owes - or cash that
      * names no invoice - goes on the customer's account. A
      * payment for a customer not on the master or a non-numeric
      * or zero amount goes to the CASHEXCP exception listing for
      * accounting to work by hand - it does not vanish and it
      * does not post.
      *
      * Runs as its own step after the posting step in CUSTBAT, so
      * tonight's cash is off the balances the same night the
      *             image to the CUSTJRNL journal, stamped with
      *             the run, so JOURNAL-BACKOUT can reverse a bad
      *             lockbox file's postings selectively.
      * 2026-10-15  Payments now apply to the invoice the
      *             remittance names on the CUSTOPEN open-item
      *             ledger. Partial payments and over-payments
      *             post - the excess, and cash naming no open
      *             invoice, goes on account - instead of being
      *             thrown to CASHEXCP; a payment past the open
      *             balance leaves a credit balance on the master.
      * 2026-10-15  Audit log record widened to 121 bytes with the
      *             salesperson code and tier rate.
      * 2026-10-15  Audit log record widened to 128 bytes with the
      *             contract id.
      * 2026-10-15  Journal images widened to 206 bytes with the
      *             customer master's parent link.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL, and a
      *             restarted CUSTBAT night skips the step when it
      *             already completed for the batch instead of running
      *             it twice.
      * 2026-10-15  A payment dated into an accounting month
      *             PERIOD-CLOSE has closed on CUSTPCLS is not
      *             applied but listed on CASHEXCP as DATED INTO
      *             CLOSED PERIOD, for an authorized adjustment in
      *             the current month.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CUSTOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CUSTPCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-TRANS-FILE.
       COPY 'customer-master.cpy'.

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  CASH-REGISTER-FILE.
       01 CASH-REGISTER-RECORD     PIC X(110).
       FD  JOURNAL-FILE.
       COPY 'journal-record.cpy'.

       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-close.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-PAYMENT-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.

       01 WS-PRIOR-BALANCE      PIC S9(8)V99 VALUE 0.

      * Open-item application - the invoice the remittance names
      * takes what it still owes; the rest goes on account.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-FOUND    PIC X VALUE 'N'.
       01 WS-PAID-INVOICE-NO    PIC 9(8) VALUE 0.
       01 WS-CASH-REMAINING     PIC S9(8)V99 VALUE 0.
       01 WS-CASH-TO-INVOICE    PIC S9(8)V99 VALUE 0.

      * Latest accounting month PERIOD-CLOSE has closed - a payment
      * dated in or before it is not applied. Zero when none has.
       01 WS-PCLOSE-STATUS      PIC XX VALUE '00'.
       01 WS-PCLOSE-EOF         PIC X VALUE 'N'.
           88 PCLOSE-EOF               VALUE 'Y'.
       01 WS-CLOSED-THRU        PIC 9(6) VALUE 0.
       01 WS-PAYMENT-PERIOD     PIC 9(6) VALUE 0.

      * Before/after image journal of every master rewrite.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.

      * Control totals - payments read, applied and unapplied, so
      * the register balances to the deposit slip.
       01 WS-APPLIED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-UNAPPLIED-COUNT    PIC 9(5) VALUE 0.
       01 WS-UNAPPLIED-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-ON-ACCOUNT-COUNT   PIC 9(5) VALUE 0.
       01 WS-ON-ACCOUNT-AMOUNT  PIC 9(9)V99 VALUE 0.

       01 WS-CASH-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-NEW-BAL     PIC ZZ,ZZZ,ZZ9.99-.

      * How the payment above it was applied - the invoice it
      * named and what went to it, and what went on account.
       01 WS-CASH-APPLY-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "INVOICE: ".
           05 WS-CA-INVOICE-NO  PIC 9(8).
           05 FILLER            PIC X(11) VALUE "  APPLIED: ".
           05 WS-CA-APPLIED     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(14) VALUE "  ON ACCOUNT: ".
           05 WS-CA-ON-ACCOUNT  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CA-NOTE        PIC X(20).

      * Exception listing - same shape the posting run's CUSTEXCP
      * lines take, so accounting works one familiar format.
       01 WS-EXCEPTION-DETAIL.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-CT-UNAPPL-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-CASH-TOTALS-4.
           05 FILLER            PIC X(30)
               VALUE "PAYMENTS PUT ON ACCOUNT: ".
           05 WS-CT-ON-ACCOUNT  PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-CT-ON-ACCT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Customer Cash Application".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-CLOSED-PERIOD.
           PERFORM OPEN-CASH-FILES.
           PERFORM APPLY-ALL-PAYMENTS.
           PERFORM REPORT-CASH-TOTALS.

           DISPLAY "Payments applied: " WS-APPLIED-COUNT.
           DISPLAY "Payments not applied: " WS-UNAPPLIED-COUNT.
           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    Under CUSTBAT's run control a restarted night skips this
      *    step when it already completed for the batch.
           MOVE "CASH-APPLY" TO SC-PROGRAM-NAME.
           MOVE 'B' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       LOAD-CLOSED-PERIOD.
      *    Months close in order, so the latest row on CUSTPCLS
      *    locks every month up to it. No file means no month has
      *    been closed yet.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCLOSE-STATUS = "00"
               PERFORM UNTIL PCLOSE-EOF
                   READ PERIOD-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-PCLOSE-EOF
                       NOT AT END
                           IF PC-PERIOD IS NUMERIC
                                   AND PC-PERIOD > WS-CLOSED-THRU
                               MOVE PC-PERIOD TO WS-CLOSED-THRU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CLOSE-FILE
           END-IF.

       OPEN-CASH-FILES.
           OPEN INPUT PAYMENT-TRANS-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.

      *    Open the open-item ledger, creating it on first use -
      *    a lockbox run ahead of the first posting run still
      *    has somewhere to carry cash on account.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.

      *    The audit log accumulates run after run - open for
      *    append, creating it on first use, the same way the
      *    posting run does.
           WRITE CASH-REGISTER-RECORD FROM WS-CASH-HEADER-3.

       CLOSE-CASH-FILES.
           CLOSE OPEN-ITEM-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE PAYMENT-TRANS-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           END-PERFORM.

       APPLY-ONE-PAYMENT.
      *    A payment posts when the record edits clean and the
      *    customer is on the master. An over-payment no longer
      *    rejects - the open-item ledger carries the excess on
      *    account, and the credit balance it leaves on the
      *    master is the refund run's to find. A payment dated
      *    into a closed month is left for accounting to apply as
      *    an authorized adjustment in the current one.
           MOVE 0 TO WS-PAYMENT-PERIOD.
           IF PY-PAYMENT-DATE IS NUMERIC
               COMPUTE WS-PAYMENT-PERIOD = PY-PAYMENT-DATE / 100
           END-IF.
           IF PY-CUSTOMER-ID IS NOT NUMERIC
                   OR PY-PAYMENT-AMOUNT IS NOT NUMERIC
                   OR PY-PAYMENT-AMOUNT = ZERO
               MOVE "FAILED INPUT EDIT" TO WS-EX-REASON
               PERFORM WRITE-CASH-EXCEPTION
           ELSE
               IF WS-CLOSED-THRU > ZERO
                       AND WS-PAYMENT-PERIOD > ZERO
                       AND WS-PAYMENT-PERIOD NOT > WS-CLOSED-THRU
                   MOVE "DATED INTO CLOSED PERIOD" TO WS-EX-REASON
                   PERFORM WRITE-CASH-EXCEPTION
               ELSE
                   PERFORM READ-CUSTOMER-MASTER
                   IF NOT MASTER-FOUND
                       MOVE "CUSTOMER NOT ON MASTER" TO WS-EX-REASON
                       PERFORM WRITE-CASH-EXCEPTION
                   ELSE
                       PERFORM POST-PAYMENT
           ADD 1 TO WS-APPLIED-COUNT.
           ADD PY-PAYMENT-AMOUNT TO WS-APPLIED-AMOUNT.

           PERFORM APPLY-TO-OPEN-ITEMS.
           PERFORM WRITE-PAYMENT-AUDIT-LINE.
           PERFORM WRITE-REGISTER-DETAIL.

       APPLY-TO-OPEN-ITEMS.
      *    The named invoice takes as much of the check as it
      *    still owes - less is a partial payment and the invoice
      *    stays open for the rest. Cash beyond that, or cash
      *    naming no invoice this customer has open, goes to the
      *    on-account row (invoice zero) as a negative open
      *    amount.
           MOVE PY-PAYMENT-AMOUNT TO WS-CASH-REMAINING.
           MOVE 0 TO WS-CASH-TO-INVOICE.
           MOVE SPACES TO WS-CA-NOTE.
           IF PY-INVOICE-NO IS NUMERIC
               MOVE PY-INVOICE-NO TO WS-PAID-INVOICE-NO
           ELSE
               MOVE 0 TO WS-PAID-INVOICE-NO
           END-IF.

           IF WS-PAID-INVOICE-NO = ZERO
               MOVE "NO INVOICE NAMED" TO WS-CA-NOTE
           ELSE
               MOVE PY-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE WS-PAID-INVOICE-NO TO OI-INVOICE-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE "INVOICE NOT ON FILE" TO WS-CA-NOTE
                   NOT INVALID KEY
                       PERFORM APPLY-TO-NAMED-INVOICE
               END-READ
           END-IF.

           IF WS-CASH-REMAINING > ZERO
               PERFORM ADD-TO-ON-ACCOUNT
           END-IF.

       APPLY-TO-NAMED-INVOICE.
           IF OI-OPEN-AMOUNT NOT > ZERO
               MOVE "INVOICE ALREADY PAID" TO WS-CA-NOTE
           ELSE
               IF WS-CASH-REMAINING >= OI-OPEN-AMOUNT
                   MOVE OI-OPEN-AMOUNT TO WS-CASH-TO-INVOICE
                   MOVE 0 TO OI-OPEN-AMOUNT
                   MOVE 'C' TO OI-STATUS
                   MOVE "INVOICE PAID" TO WS-CA-NOTE
               ELSE
                   MOVE WS-CASH-REMAINING TO WS-CASH-TO-INVOICE
                   SUBTRACT WS-CASH-REMAINING FROM OI-OPEN-AMOUNT
                   MOVE "PARTIAL PAYMENT" TO WS-CA-NOTE
               END-IF
               SUBTRACT WS-CASH-TO-INVOICE FROM WS-CASH-REMAINING
               MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               REWRITE OPEN-ITEM-RECORD
           END-IF.

       ADD-TO-ON-ACCOUNT.
           ADD 1 TO WS-ON-ACCOUNT-COUNT.
           ADD WS-CASH-REMAINING TO WS-ON-ACCOUNT-AMOUNT.
           MOVE PY-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE 0 TO OI-INVOICE-NO.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OPEN-ITEM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OPEN-ITEM-FOUND
           END-READ.

           IF WS-OPEN-ITEM-FOUND = 'Y'
               SUBTRACT WS-CASH-REMAINING FROM OI-ORIGINAL-AMOUNT
               SUBTRACT WS-CASH-REMAINING FROM OI-OPEN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               MOVE 'U' TO OI-STATUS
               REWRITE OPEN-ITEM-RECORD
           ELSE
               MOVE PY-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE 0 TO OI-INVOICE-NO
               MOVE WS-RUN-DATE-NUM TO OI-INVOICE-DATE
               MOVE SPACES TO OI-BRANCH-CODE
               COMPUTE OI-ORIGINAL-AMOUNT = 0 - WS-CASH-REMAINING
               COMPUTE OI-OPEN-AMOUNT = 0 - WS-CASH-REMAINING
               MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               MOVE 'U' TO OI-STATUS
               MOVE 'A' TO OI-ITEM-TYPE
               WRITE OPEN-ITEM-RECORD
           END-IF.

       WRITE-PAYMENT-AUDIT-LINE.
      *    One type-'P' line per applied payment, in the fixed
      *    CUSTAUDIT layout. The signed base amount is negative -
           MOVE SPACES TO AU-PROMO-ID.
           MOVE SPACES TO AU-OVERRIDE-CODE.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-PAID-INVOICE-NO TO AU-INVOICE-NO.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-DETAIL-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE WS-PRIOR-BALANCE TO WS-CD-PRIOR-BAL.
           MOVE CM-OPEN-BALANCE TO WS-CD-NEW-BAL.
           WRITE CASH-REGISTER-RECORD FROM WS-CASH-DETAIL.
           MOVE WS-PAID-INVOICE-NO TO WS-CA-INVOICE-NO.
           MOVE WS-CASH-TO-INVOICE TO WS-CA-APPLIED.
           MOVE WS-CASH-REMAINING TO WS-CA-ON-ACCOUNT.
           WRITE CASH-REGISTER-RECORD FROM WS-CASH-APPLY-LINE.

       WRITE-CASH-EXCEPTION.
      *    The check reference and amount travel with the reason so
           MOVE WS-UNAPPLIED-COUNT TO WS-CT-UNAPPLIED.
           MOVE WS-UNAPPLIED-AMOUNT TO WS-CT-UNAPPL-AMT.
           WRITE CASH-REGISTER-RECORD FROM WS-CASH-TOTALS-3.
           MOVE WS-ON-ACCOUNT-COUNT TO WS-CT-ON-ACCOUNT.
           MOVE WS-ON-ACCOUNT-AMOUNT TO WS-CT-ON-ACCT-AMT.
           WRITE CASH-REGISTER-RECORD FROM WS-CASH-TOTALS-4.

       WRITE-MASTER-JOURNAL.
      *    One before/after image per applied payment, stamped
