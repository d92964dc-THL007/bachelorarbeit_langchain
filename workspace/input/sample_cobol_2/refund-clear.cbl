       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-CLEAR.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Credit-balance refund clearing. Reads the CUSTRFIS feed of
      * refund checks the accounts-payable system issued against
      * REFUND-SELECT's requests and, for each check that matches
      * a refund still outstanding on the CUSTRFDH history at the
      * amount requested, takes the refunded credit off the
      * customer: CM-OPEN-BALANCE comes back up toward zero, the
      * on-account credit on the CUSTOPEN ledger is relieved, and
      * the refund is recorded as a type-'D' (disbursement) line
      * on CUSTAUDIT, a record on the CUSTARGL extract, a
      * before/after image on CUSTJRNL and a clearing row on
      * CUSTRFDH. A check that matches no outstanding request, or
      * not for the amount requested, goes to the CUSTRFEX
      * exception listing and does not post - AP and AR work it
      * out by hand.
      *
      * Ends with return code 4 when any check could not be
      * cleared, 0 clean.
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
           SELECT REFUND-ISSUED-FILE ASSIGN TO "CUSTRFIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.

           SELECT REFUND-HISTORY-FILE ASSIGN TO "CUSTRFDH"
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

           SELECT CLEAR-REGISTER-FILE ASSIGN TO "CUSTRFCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CLEAR-EXCEPTION-FILE ASSIGN TO "CUSTRFEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-ISSUED-FILE.
       COPY 'refund-issued.cpy'.

       FD  REFUND-HISTORY-FILE.
       COPY 'refund-history.cpy'.

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

       FD  CLEAR-REGISTER-FILE.
       01 CLEAR-REGISTER-RECORD    PIC X(110).

       FD  CLEAR-EXCEPTION-FILE.
       01 CLEAR-EXCEPTION-RECORD   PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-ISSUED-STATUS      PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-ARGL-STATUS        PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.

       01 WS-ISSUED-EOF         PIC X VALUE 'N'.
           88 ISSUED-EOF               VALUE 'Y'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.
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

      * Refunds requested and not yet cleared, off CUSTRFDH, with
      * the amount each was requested for.
       01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PD-IDX.
               10 WS-PD-REQUEST-DATE   PIC 9(8).
               10 WS-PD-CUST-ID        PIC 9(5).
               10 WS-PD-AMOUNT         PIC 9(7)V99.
               10 WS-PD-CLEARED        PIC X(1).
       01 WS-PD-FOUND           PIC X VALUE 'N'.
       01 WS-PD-SLOT            PIC 9(5) VALUE 0.

       01 WS-CHECK-OK           PIC X VALUE 'N'.
       01 WS-PRIOR-BALANCE      PIC S9(8)V99 VALUE 0.
       01 WS-OPEN-ITEM-FOUND    PIC X VALUE 'N'.

      * Control totals - checks read, cleared and not cleared, so
      * the register balances to AP's check run.
       01 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
       01 WS-CLEARED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-AMOUNT    PIC 9(9)V99 VALUE 0.

       01 WS-CLR-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "CREDIT-BALANCE REFUNDS CLEARED".

       01 WS-CLR-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-CH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-YYYY       PIC 9(4).

       01 WS-CLR-HEADER-3.
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(10) VALUE "REQUESTED".
           05 FILLER            PIC X(12) VALUE "CHECK NO".
           05 FILLER            PIC X(14) VALUE "       AMOUNT".
           05 FILLER            PIC X(15) VALUE "  PRIOR BALANCE".
           05 FILLER            PIC X(15) VALUE "    NEW BALANCE".

       01 WS-CLR-DETAIL.
           05 WS-CD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-CD-CUST-NAME   PIC X(30).
           05 WS-CD-REQ-DATE    PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-CHECK-NO    PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-PRIOR-BAL   PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-NEW-BAL     PIC ZZ,ZZZ,ZZ9.99-.

       01 WS-CLR-NOTE-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "NOTE: ".
           05 WS-CN-NOTE        PIC X(50).

       01 WS-EXCEPTION-DETAIL.
           05 WS-EX-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-REQ-DATE    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-CHECK-NO    PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-AMOUNT      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-REASON      PIC X(30).

       01 WS-CLR-TOTALS-LINE.
           05 WS-CT-LABEL       PIC X(30).
           05 WS-CT-COUNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-CT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Credit-Balance Refund Clearing".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           PERFORM LOAD-PENDING-REFUNDS.
           PERFORM OPEN-CLEAR-FILES.
           PERFORM CLEAR-ALL-CHECKS.
           PERFORM REPORT-CLEAR-TOTALS.
           PERFORM CLOSE-CLEAR-FILES.

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Refunds cleared: " WS-CLEARED-COUNT.
           DISPLAY "Checks not cleared: " WS-REJECTED-COUNT.
           STOP RUN.

       LOAD-PENDING-REFUNDS.
           OPEN INPUT REFUND-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "*** CUSTRFDH not found - no refunds have "
                   "been requested ***"
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ REFUND-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE REFUND-HISTORY-FILE
           END-IF.

       TALLY-ONE-HISTORY-ROW.
           IF RH-REQUESTED
               IF WS-PENDING-COUNT < 5000
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE RH-REQUEST-DATE
                       TO WS-PD-REQUEST-DATE(WS-PENDING-COUNT)
                   MOVE RH-CUSTOMER-ID
                       TO WS-PD-CUST-ID(WS-PENDING-COUNT)
                   MOVE RH-AMOUNT
                       TO WS-PD-AMOUNT(WS-PENDING-COUNT)
                   MOVE 'N' TO WS-PD-CLEARED(WS-PENDING-COUNT)
               ELSE
                   DISPLAY "*** WS-PENDING-TABLE has more than "
                       "5000 refunds - extra refunds ignored ***"
               END-IF
           ELSE
               IF RH-CLEARED
                   MOVE RH-REQUEST-DATE TO RI-REQUEST-DATE
                   MOVE RH-CUSTOMER-ID TO RI-CUSTOMER-ID
                   PERFORM FIND-PENDING-REFUND
                   IF WS-PD-FOUND = 'Y'
                       MOVE 'Y' TO WS-PD-CLEARED(WS-PD-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-PENDING-REFUND.
      *    The refund ID - request date and customer - names
      *    exactly one request.
           MOVE 'N' TO WS-PD-FOUND.
           MOVE 0 TO WS-PD-SLOT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PENDING-COUNT
               IF WS-PD-REQUEST-DATE(WS-PD-IDX) = RI-REQUEST-DATE
                       AND WS-PD-CUST-ID(WS-PD-IDX) = RI-CUSTOMER-ID
                   MOVE 'Y' TO WS-PD-FOUND
                   SET WS-PD-SLOT TO WS-PD-IDX
                   SET WS-PD-IDX TO WS-PENDING-COUNT
               END-IF
           END-PERFORM.

       OPEN-CLEAR-FILES.
           OPEN INPUT REFUND-ISSUED-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.

           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.

           OPEN EXTEND REFUND-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT REFUND-HISTORY-FILE
               CLOSE REFUND-HISTORY-FILE
               OPEN EXTEND REFUND-HISTORY-FILE
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

           OPEN OUTPUT CLEAR-REGISTER-FILE.
           OPEN OUTPUT CLEAR-EXCEPTION-FILE.

           MOVE WS-RUN-MM TO WS-CH2-MM.
           MOVE WS-RUN-DD TO WS-CH2-DD.
           MOVE WS-RUN-YYYY TO WS-CH2-YYYY.
           WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-HEADER-1.
           WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-HEADER-2.
           MOVE SPACES TO CLEAR-REGISTER-RECORD.
           WRITE CLEAR-REGISTER-RECORD.
           WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-HEADER-3.

       CLOSE-CLEAR-FILES.
           CLOSE CLEAR-EXCEPTION-FILE.
           CLOSE CLEAR-REGISTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE AR-GL-EXTRACT-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE REFUND-HISTORY-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-ISSUED-STATUS NOT = "35"
               CLOSE REFUND-ISSUED-FILE
           END-IF.

       CLEAR-ALL-CHECKS.
           IF WS-ISSUED-STATUS = "35"
               DISPLAY "*** CUSTRFIS not found - no refund checks "
                   "to clear ***"
           ELSE
               PERFORM UNTIL ISSUED-EOF
                   READ REFUND-ISSUED-FILE
                       AT END
                           MOVE 'Y' TO WS-ISSUED-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CLEAR-ONE-CHECK
                   END-READ
               END-PERFORM
           END-IF.

       CLEAR-ONE-CHECK.
      *    A check clears only against a refund still outstanding,
      *    at the amount requested, for a customer on the master.
           MOVE 'Y' TO WS-CHECK-OK.
           IF RI-CUSTOMER-ID IS NOT NUMERIC
                   OR RI-REQUEST-DATE IS NOT NUMERIC
                   OR RI-CHECK-AMOUNT IS NOT NUMERIC
                   OR RI-CHECK-AMOUNT = ZERO
               MOVE "FAILED INPUT EDIT" TO WS-EX-REASON
               MOVE 'N' TO WS-CHECK-OK
           END-IF.

           IF WS-CHECK-OK = 'Y'
               PERFORM FIND-PENDING-REFUND
               IF WS-PD-FOUND = 'N'
                   MOVE "NO SUCH REFUND REQUESTED" TO WS-EX-REASON
                   MOVE 'N' TO WS-CHECK-OK
               ELSE
                   IF WS-PD-CLEARED(WS-PD-SLOT) = 'Y'
                       MOVE "REFUND ALREADY CLEARED" TO WS-EX-REASON
                       MOVE 'N' TO WS-CHECK-OK
                   ELSE
                       IF RI-CHECK-AMOUNT
                               NOT = WS-PD-AMOUNT(WS-PD-SLOT)
                           MOVE "CHECK NOT FOR AMOUNT REQUESTED"
                               TO WS-EX-REASON
                           MOVE 'N' TO WS-CHECK-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-CHECK-OK = 'Y'
               PERFORM READ-CUSTOMER-MASTER
               IF NOT MASTER-FOUND
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-EX-REASON
                   MOVE 'N' TO WS-CHECK-OK
               END-IF
           END-IF.

           IF WS-CHECK-OK = 'Y'
               PERFORM POST-REFUND
           ELSE
               PERFORM WRITE-CLEAR-EXCEPTION
           END-IF.

       READ-CUSTOMER-MASTER.
           MOVE RI-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
                   MOVE SPACES TO WS-JR-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   MOVE CUSTOMER-MASTER-RECORD TO WS-JR-BEFORE
           END-READ.

       POST-REFUND.
      *    The check has been cut, so the refund posts even if
      *    the customer has bought against the credit since it
      *    was requested - the balance then shows what they owe,
      *    and the register notes it. The last-activity date is
      *    left alone; a refund is not the customer trading.
           MOVE CM-OPEN-BALANCE TO WS-PRIOR-BALANCE.
           ADD RI-CHECK-AMOUNT TO CM-OPEN-BALANCE.
           REWRITE CUSTOMER-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.

           PERFORM RELIEVE-ON-ACCOUNT-CREDIT.

           MOVE 'Y' TO WS-PD-CLEARED(WS-PD-SLOT).
           ADD 1 TO WS-CLEARED-COUNT.
           ADD RI-CHECK-AMOUNT TO WS-CLEARED-AMOUNT.

           PERFORM WRITE-CLEARING-ROW.
           PERFORM WRITE-REFUND-AUDIT-LINE.
           PERFORM WRITE-REFUND-EXTRACT.
           PERFORM WRITE-REGISTER-DETAIL.

       RELIEVE-ON-ACCOUNT-CREDIT.
      *    The credit lives on the on-account row (invoice zero)
      *    as a negative open amount; the refund brings it back
      *    toward zero.
           MOVE RI-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE 0 TO OI-INVOICE-NO.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OPEN-ITEM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OPEN-ITEM-FOUND
           END-READ.

           IF WS-OPEN-ITEM-FOUND = 'Y'
               ADD RI-CHECK-AMOUNT TO OI-OPEN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               REWRITE OPEN-ITEM-RECORD
           ELSE
               MOVE RI-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE 0 TO OI-INVOICE-NO
               MOVE WS-RUN-DATE-NUM TO OI-INVOICE-DATE
               MOVE SPACES TO OI-BRANCH-CODE
               MOVE 0 TO OI-ORIGINAL-AMOUNT
               MOVE RI-CHECK-AMOUNT TO OI-OPEN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               MOVE 'U' TO OI-STATUS
               MOVE 'A' TO OI-ITEM-TYPE
               WRITE OPEN-ITEM-RECORD
           END-IF.

       WRITE-CLEARING-ROW.
           MOVE 'C' TO RH-EVENT-TYPE.
           MOVE RI-REQUEST-DATE TO RH-REQUEST-DATE.
           MOVE RI-CUSTOMER-ID TO RH-CUSTOMER-ID.
           MOVE RI-CHECK-AMOUNT TO RH-AMOUNT.
           IF RI-ISSUE-DATE IS NUMERIC
               MOVE RI-ISSUE-DATE TO RH-EVENT-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO RH-EVENT-DATE
           END-IF.
           MOVE RI-CHECK-NUMBER TO RH-CHECK-NUMBER.
           WRITE REFUND-HISTORY-RECORD.

       WRITE-REFUND-AUDIT-LINE.
      *    One type-'D' line per refund check. The signed base
      *    amount is positive - the refund brings a credit balance
      *    back up toward zero - and the rate, discount and
      *    promotion columns stay empty.
           MOVE SPACES TO AUDIT-DETAIL-RECORD.
           MOVE RI-CUSTOMER-ID TO AU-CUSTOMER-ID.
           MOVE 'D' TO AU-TRANS-TYPE.
           MOVE SPACES TO AU-BRANCH-CODE.
           MOVE RI-CHECK-AMOUNT TO AU-PURCHASE.
           MOVE "USD" TO AU-CURRENCY.
           MOVE RI-CHECK-AMOUNT TO AU-BASE-AMOUNT.
           MOVE 0 TO AU-RATE.
           MOVE 0 TO AU-DISCOUNT.
           MOVE RI-CHECK-AMOUNT TO AU-FINAL.
           MOVE SPACES TO AU-PROMO-ID.
           MOVE SPACES TO AU-OVERRIDE-CODE.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE 0 TO AU-INVOICE-NO.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-DETAIL-RECORD.

       WRITE-REFUND-EXTRACT.
           MOVE RI-CUSTOMER-ID TO AX-CUST-ID.
           MOVE "USD" TO AX-CURRENCY.
           MOVE RI-CHECK-AMOUNT TO AX-FINAL.
           MOVE 0 TO AX-DISCOUNT.
           MOVE RI-CHECK-AMOUNT TO AX-BASE-FINAL.
           MOVE 0 TO AX-BASE-DISCOUNT.
           MOVE WS-RUN-DATE-NUM TO AX-TRANS-DATE.
           MOVE 'D' TO AX-TRANS-TYPE.
           MOVE SPACES TO AX-BRANCH-CODE.
           MOVE 0 TO AX-INVOICE-NO.
           MOVE SPACES TO AX-SALESPERSON-CODE.
           WRITE AR-GL-EXTRACT-RECORD FROM AR-GL-DETAIL-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE RI-CUSTOMER-ID TO WS-CD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-CD-CUST-NAME.
           MOVE RI-REQUEST-DATE TO WS-CD-REQ-DATE.
           MOVE RI-CHECK-NUMBER TO WS-CD-CHECK-NO.
           MOVE RI-CHECK-AMOUNT TO WS-CD-AMOUNT.
           MOVE WS-PRIOR-BALANCE TO WS-CD-PRIOR-BAL.
           MOVE CM-OPEN-BALANCE TO WS-CD-NEW-BAL.
           WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-DETAIL.
           IF CM-OPEN-BALANCE > ZERO
               MOVE "CREDIT USED SINCE REQUEST - BALANCE NOW OWED"
                   TO WS-CN-NOTE
               WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-NOTE-LINE
           END-IF.

       WRITE-CLEAR-EXCEPTION.
           MOVE RI-CUSTOMER-ID TO WS-EX-CUST-ID.
           MOVE RI-REQUEST-DATE TO WS-EX-REQ-DATE.
           MOVE RI-CHECK-NUMBER TO WS-EX-CHECK-NO.
           IF RI-CHECK-AMOUNT IS NUMERIC
               MOVE RI-CHECK-AMOUNT TO WS-EX-AMOUNT
               ADD RI-CHECK-AMOUNT TO WS-REJECTED-AMOUNT
           ELSE
               MOVE 0 TO WS-EX-AMOUNT
           END-IF.
           WRITE CLEAR-EXCEPTION-RECORD FROM WS-EXCEPTION-DETAIL.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "*** Refund check for Customer ID " RI-CUSTOMER-ID
               " not cleared - " WS-EX-REASON " ***".

       REPORT-CLEAR-TOTALS.
           MOVE SPACES TO CLEAR-REGISTER-RECORD.
           WRITE CLEAR-REGISTER-RECORD.
           MOVE "CHECKS READ: " TO WS-CT-LABEL.
           MOVE WS-READ-COUNT TO WS-CT-COUNT.
           MOVE 0 TO WS-CT-AMOUNT.
           WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-TOTALS-LINE.
           MOVE "REFUNDS CLEARED: " TO WS-CT-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-CT-COUNT.
           MOVE WS-CLEARED-AMOUNT TO WS-CT-AMOUNT.
           WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-TOTALS-LINE.
           MOVE "CHECKS NOT CLEARED: " TO WS-CT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-CT-COUNT.
           MOVE WS-REJECTED-AMOUNT TO WS-CT-AMOUNT.
           WRITE CLEAR-REGISTER-RECORD FROM WS-CLR-TOTALS-LINE.

       WRITE-MASTER-JOURNAL.
      *    One before/after image per refund cleared, stamped with
      *    this run.
           MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE "REFUND-CLEAR" TO JR-PROGRAM-NAME.
           MOVE 'C' TO JR-ACTION.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
