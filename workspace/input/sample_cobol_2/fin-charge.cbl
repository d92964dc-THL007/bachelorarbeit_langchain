       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-CHARGE.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Month-end finance charge run. Our terms allow a late
      * charge on balances more than 30 days past due, but nothing
      * could post one - accounting worked the fees out by hand
      * and collected few of them. This run takes each customer's
      * past-due portion off the CUSTOPEN ledger (open invoices
      * more than 30 days old, less any credit held on account -
      * an earlier finance charge is never itself charged on),
      * applies the monthly rate from the FINCHGPM parameter file
      * with its minimum charge, and posts the charge as a type
      * 'F' transaction:
      *   - added to CM-OPEN-BALANCE, never to CM-YTD-PURCHASES,
      *     so a fee can never earn a better discount tier;
      *   - a new open item, numbered from the same invoice
      *     sequence the posting run uses, so it ages and is paid
      *     like any invoice;
      *   - an audit line on CUSTAUDIT, a record on the CUSTARGL
      *     extract for AR/GL, and a before/after image on
      *     CUSTJRNL;
      *   - a line on the CUSTFCHR register, whose total ties to
      *     the night's type-'F' extract records.
      * Closed accounts and the customers named on the parameter
      * file's exemption rows are never charged.
      *
      * The run refuses (RC=16, nothing posted) when charges were
      * already assessed this month, when the rate row is
      * missing, or when CUSTCKPT holds an unfinished posting run
      * - the invoice sequence is taken from and returned to the
      * checkpoint, and an in-flight night still needs it.
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
           SELECT FINANCE-PARM-FILE ASSIGN TO "FINCHGPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT CHECKPOINT-FILE ASSIGN TO "CUSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CHARGE-REGISTER-FILE ASSIGN TO "CUSTFCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINANCE-PARM-FILE.
       COPY 'fin-charge-parm.cpy'.

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

       FD  CHECKPOINT-FILE.
       COPY 'checkpoint.cpy'.

       FD  CHARGE-REGISTER-FILE.
       01 CHARGE-REGISTER-RECORD   PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS        PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-ARGL-STATUS        PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-CKPT-STATUS        PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.

       01 WS-PARM-EOF           PIC X VALUE 'N'.
           88 PARM-EOF                 VALUE 'Y'.
       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.
       01 WS-OPEN-ITEM-EOF      PIC X VALUE 'N'.
           88 OPEN-ITEM-EOF            VALUE 'Y'.
       01 WS-AUDIT-EOF          PIC X VALUE 'N'.
           88 AUDIT-EOF                VALUE 'Y'.

       COPY 'audit-record.cpy'.
       COPY 'argl-record.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-TRANS-DATE-SPLIT.
           05 WS-TD-YYYY        PIC 9(4).
           05 WS-TD-MM          PIC 9(2).
           05 WS-TD-DD          PIC 9(2).
       01 WS-AGE-DAYS           PIC S9(7) VALUE 0.

       01 WS-RUN-OK             PIC X VALUE 'Y'.

      * Before/after image journal of every master rewrite.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.

      * Late-charge terms and the exemption list off FINCHGPM.
       01 WS-RATE-FOUND         PIC X VALUE 'N'.
       01 WS-MONTHLY-RATE       PIC 9V9999 VALUE 0.
       01 WS-MINIMUM-CHARGE     PIC 9(5)V99 VALUE 0.
       01 WS-EXEMPT-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXEMPT-TABLE.
           05 WS-EXEMPT-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-EX-IDX.
               10 WS-EX-CUST-ID        PIC 9(5).
       01 WS-CUSTOMER-EXEMPT    PIC X VALUE 'N'.

      * The invoice sequence, borrowed from the checkpoint record
      * and handed back advanced past the numbers used here.
       01 WS-CKPT-IMAGE         PIC X(503) VALUE SPACES.
       01 WS-NEXT-INVOICE-NO    PIC 9(8) VALUE 0.
       01 WS-CHARGE-INVOICE-NO  PIC 9(8) VALUE 0.

      * This customer's past-due position and charge.
       01 WS-PAST-DUE-AMOUNT    PIC S9(9)V99 VALUE 0.
       01 WS-ON-ACCOUNT-AMOUNT  PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE-BASE        PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE-AMOUNT      PIC 9(7)V99 VALUE 0.
       01 WS-CHARGE-BRANCH      PIC X(3) VALUE SPACES.
       01 WS-OLDEST-DAYS        PIC S9(7) VALUE 0.

      * Run totals.
       01 WS-CHARGED-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHARGED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(5) VALUE 0.
       01 WS-NO-CHARGE-COUNT    PIC 9(5) VALUE 0.
       01 WS-MINIMUM-COUNT      PIC 9(5) VALUE 0.

       01 WS-FCHG-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "FINANCE CHARGE REGISTER".

       01 WS-FCHG-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-FH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-FH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-FH2-YYYY       PIC 9(4).
           05 FILLER            PIC X(17) VALUE "   MONTHLY RATE: ".
           05 WS-FH2-RATE       PIC Z9.99.
           05 FILLER            PIC X(1)  VALUE "%".
           05 FILLER            PIC X(12) VALUE "   MINIMUM: ".
           05 WS-FH2-MINIMUM    PIC ZZ,ZZ9.99.

       01 WS-FCHG-HEADER-3.
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(4)  VALUE "BR".
           05 FILLER            PIC X(10) VALUE "INVOICE".
           05 FILLER            PIC X(15) VALUE "       PAST DUE".
           05 FILLER            PIC X(13) VALUE "       CHARGE".
           05 FILLER            PIC X(15) VALUE "    NEW BALANCE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "NOTE".

       01 WS-FCHG-DETAIL.
           05 WS-FD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-FD-CUST-NAME   PIC X(30).
           05 WS-FD-BRANCH      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-INVOICE-NO  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-FD-PAST-DUE    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-CHARGE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-NEW-BAL     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-FD-NOTE        PIC X(7).

       01 WS-FCHG-TOTALS-LINE.
           05 WS-FT-LABEL       PIC X(30).
           05 WS-FT-COUNT       PIC ZZ,ZZ9.

       01 WS-FCHG-TOTALS-AMOUNT.
           05 FILLER            PIC X(30)
               VALUE "TOTAL FINANCE CHARGES (USD): ".
           05 WS-FT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Month-End Finance Charges".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           PERFORM LOAD-FINANCE-PARMS.
           IF WS-RUN-OK = 'Y'
               PERFORM CHECK-MONTH-NOT-CHARGED
           END-IF.
           IF WS-RUN-OK = 'Y'
               PERFORM LOAD-INVOICE-SEQUENCE
           END-IF.

           IF WS-RUN-OK = 'Y'
               PERFORM OPEN-CHARGE-FILES
               PERFORM UNTIL MASTER-EOF
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           PERFORM CHARGE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               PERFORM REPORT-CHARGE-TOTALS
               PERFORM CLOSE-CHARGE-FILES
               PERFORM SAVE-INVOICE-SEQUENCE
               DISPLAY "Finance charges assessed: " WS-CHARGED-COUNT
               DISPLAY "Total charged: " WS-CHARGED-AMOUNT
           ELSE
               DISPLAY "*** Finance charges not assessed ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-FINANCE-PARMS.
      *    No rate row means no terms to charge by - the run
      *    refuses rather than guess a rate.
           OPEN INPUT FINANCE-PARM-FILE.
           IF WS-PARM-STATUS = "35"
               DISPLAY "*** FINCHGPM not found ***"
               MOVE 'N' TO WS-RUN-OK
           ELSE
               PERFORM UNTIL PARM-EOF
                   READ FINANCE-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-PARM-ROW
                   END-READ
               END-PERFORM
               CLOSE FINANCE-PARM-FILE
               IF WS-RATE-FOUND NOT = 'Y'
                   DISPLAY "*** FINCHGPM carries no valid rate "
                       "row ***"
                   MOVE 'N' TO WS-RUN-OK
               END-IF
           END-IF.

       LOAD-ONE-PARM-ROW.
           IF FP-RATE-ROW
                   AND FP-MONTHLY-RATE IS NUMERIC
                   AND FP-MINIMUM-CHARGE IS NUMERIC
               MOVE 'Y' TO WS-RATE-FOUND
               MOVE FP-MONTHLY-RATE TO WS-MONTHLY-RATE
               MOVE FP-MINIMUM-CHARGE TO WS-MINIMUM-CHARGE
           ELSE
               IF FP-EXEMPT-ROW
                       AND FP-EXEMPT-CUST-ID IS NUMERIC
                   IF WS-EXEMPT-COUNT < 1000
                       ADD 1 TO WS-EXEMPT-COUNT
                       MOVE FP-EXEMPT-CUST-ID
                           TO WS-EX-CUST-ID(WS-EXEMPT-COUNT)
                   ELSE
                       DISPLAY "*** WS-EXEMPT-TABLE has more than "
                           "1000 customers - extra rows ignored ***"
                   END-IF
               END-IF
           END-IF.

       CHECK-MONTH-NOT-CHARGED.
      *    One assessment per month: a type-'F' audit line dated
      *    this month means the run already posted.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD
                               TO AUDIT-DETAIL-RECORD
                           IF AU-TRANS-TYPE = 'F'
                                   AND AU-TIMESTAMP(1:6)
                                       = WS-RUN-DATE(1:6)
                               MOVE 'N' TO WS-RUN-OK
                               MOVE 'Y' TO WS-AUDIT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               IF WS-RUN-OK NOT = 'Y'
                   DISPLAY "*** Finance charges already assessed "
                       "for " WS-RUN-DATE(1:6) " ***"
               END-IF
           END-IF.

       LOAD-INVOICE-SEQUENCE.
      *    The sequence rides on the posting run's checkpoint. An
      *    unfinished run still needs its restart state, and with
      *    no sequence to take the charges could reuse numbers -
      *    either way nothing posts.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
               IF WS-CKPT-STATUS = "00"
                   MOVE CHECKPOINT-RECORD TO WS-CKPT-IMAGE
                   IF CK-TRANS-COUNT IS NUMERIC
                           AND CK-TRANS-COUNT > ZERO
                       DISPLAY "*** Checkpoint holds an in-flight "
                           "batch run - finish it first ***"
                       MOVE 'N' TO WS-RUN-OK
                   ELSE
                       IF CK-NEXT-INVOICE-NO IS NUMERIC
                               AND CK-NEXT-INVOICE-NO > ZERO
                           MOVE CK-NEXT-INVOICE-NO
                               TO WS-NEXT-INVOICE-NO
                       ELSE
                           DISPLAY "*** Checkpoint carries no "
                               "invoice sequence ***"
                           MOVE 'N' TO WS-RUN-OK
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "*** Checkpoint record unreadable ***"
                   MOVE 'N' TO WS-RUN-OK
               END-IF
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY "*** CUSTCKPT not available - status "
                   WS-CKPT-STATUS " ***"
               MOVE 'N' TO WS-RUN-OK
           END-IF.

       SAVE-INVOICE-SEQUENCE.
      *    Hand the record back exactly as read but for the
      *    advanced sequence.
           MOVE WS-CKPT-IMAGE TO CHECKPOINT-RECORD.
           MOVE WS-NEXT-INVOICE-NO TO CK-NEXT-INVOICE-NO.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       OPEN-CHARGE-FILES.
           OPEN I-O CUSTOMER-MASTER-FILE.

           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
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

           OPEN OUTPUT CHARGE-REGISTER-FILE.
           MOVE WS-RUN-MM TO WS-FH2-MM.
           MOVE WS-RUN-DD TO WS-FH2-DD.
           MOVE WS-RUN-YYYY TO WS-FH2-YYYY.
           COMPUTE WS-FH2-RATE = WS-MONTHLY-RATE * 100.
           MOVE WS-MINIMUM-CHARGE TO WS-FH2-MINIMUM.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-HEADER-1.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-HEADER-2.
           MOVE SPACES TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-HEADER-3.

       CLOSE-CHARGE-FILES.
           CLOSE CHARGE-REGISTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE AR-GL-EXTRACT-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

       CHARGE-ONE-CUSTOMER.
           IF CM-STATUS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               PERFORM CHECK-CUSTOMER-EXEMPT
               IF WS-CUSTOMER-EXEMPT = 'Y'
                   ADD 1 TO WS-NO-CHARGE-COUNT
               ELSE
                   PERFORM MEASURE-CHARGE-BASE
                   IF WS-CHARGE-BASE > ZERO
                       PERFORM COMPUTE-FINANCE-CHARGE
                       PERFORM POST-FINANCE-CHARGE
                   END-IF
               END-IF
           END-IF.

       CHECK-CUSTOMER-EXEMPT.
           MOVE 'N' TO WS-CUSTOMER-EXEMPT.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXEMPT-COUNT
               IF WS-EX-CUST-ID(WS-EX-IDX) = CM-CUSTOMER-ID
                   MOVE 'Y' TO WS-CUSTOMER-EXEMPT
                   SET WS-EX-IDX TO WS-EXEMPT-COUNT
               END-IF
           END-PERFORM.

       MEASURE-CHARGE-BASE.
      *    Sale invoices still open more than 30 days old, less
      *    any credit held on account. Finance-charge items are
      *    left out - no charge on a charge. The new item is
      *    booked to the branch of the oldest past-due invoice.
           MOVE 0 TO WS-PAST-DUE-AMOUNT.
           MOVE 0 TO WS-ON-ACCOUNT-AMOUNT.
           MOVE 0 TO WS-OLDEST-DAYS.
           MOVE SPACES TO WS-CHARGE-BRANCH.
           MOVE 'N' TO WS-OPEN-ITEM-EOF.
           MOVE CM-CUSTOMER-ID TO OI-CUSTOMER-ID.
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
                       IF OI-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                           MOVE 'Y' TO WS-OPEN-ITEM-EOF
                       ELSE
                           PERFORM MEASURE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-CHARGE-BASE =
               WS-PAST-DUE-AMOUNT + WS-ON-ACCOUNT-AMOUNT.

       MEASURE-ONE-OPEN-ITEM.
           IF OI-INVOICE-NO = ZERO
               ADD OI-OPEN-AMOUNT TO WS-ON-ACCOUNT-AMOUNT
           ELSE
               IF OI-STATUS-OPEN
                       AND OI-OPEN-AMOUNT > ZERO
                       AND NOT OI-ITEM-FINANCE-CHARGE
                   PERFORM COMPUTE-AGE-DAYS
                   IF WS-AGE-DAYS > 30
                       ADD OI-OPEN-AMOUNT TO WS-PAST-DUE-AMOUNT
                       IF WS-AGE-DAYS > WS-OLDEST-DAYS
                           MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
                           MOVE OI-BRANCH-CODE TO WS-CHARGE-BRANCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPUTE-AGE-DAYS.
      *    The same 365-day year and 30-day month approximation
      *    AGED-TRIAL-BAL uses, so "past 30 days" here is the
      *    31-60 column and beyond on the trial balance.
           IF OI-INVOICE-DATE IS NUMERIC
                   AND OI-INVOICE-DATE > 19000000
               MOVE OI-INVOICE-DATE TO WS-TRANS-DATE-SPLIT
               COMPUTE WS-AGE-DAYS =
                   ((WS-RUN-YYYY - WS-TD-YYYY) * 365)
                   + ((WS-RUN-MM - WS-TD-MM) * 30)
                   + (WS-RUN-DD - WS-TD-DD)
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

       COMPUTE-FINANCE-CHARGE.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               WS-CHARGE-BASE * WS-MONTHLY-RATE.
           MOVE SPACES TO WS-FD-NOTE.
           IF WS-CHARGE-AMOUNT < WS-MINIMUM-CHARGE
               MOVE WS-MINIMUM-CHARGE TO WS-CHARGE-AMOUNT
               MOVE "MINIMUM" TO WS-FD-NOTE
               ADD 1 TO WS-MINIMUM-COUNT
           END-IF.

       POST-FINANCE-CHARGE.
           MOVE WS-NEXT-INVOICE-NO TO WS-CHARGE-INVOICE-NO.
           ADD 1 TO WS-NEXT-INVOICE-NO.

      *    The balance moves; YTD purchases and the last-activity
      *    date do not - a fee is neither a purchase nor a sign
      *    the customer is still trading with us.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JR-BEFORE.
           ADD WS-CHARGE-AMOUNT TO CM-OPEN-BALANCE.
           REWRITE CUSTOMER-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.

           PERFORM ADD-CHARGE-OPEN-ITEM.
           PERFORM WRITE-CHARGE-AUDIT.
           PERFORM WRITE-CHARGE-EXTRACT.

           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-CHARGE-AMOUNT TO WS-CHARGED-AMOUNT.
           MOVE CM-CUSTOMER-ID TO WS-FD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-FD-CUST-NAME.
           MOVE WS-CHARGE-BRANCH TO WS-FD-BRANCH.
           MOVE WS-CHARGE-INVOICE-NO TO WS-FD-INVOICE-NO.
           MOVE WS-CHARGE-BASE TO WS-FD-PAST-DUE.
           MOVE WS-CHARGE-AMOUNT TO WS-FD-CHARGE.
           MOVE CM-OPEN-BALANCE TO WS-FD-NEW-BAL.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-DETAIL.

       ADD-CHARGE-OPEN-ITEM.
           MOVE CM-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE WS-CHARGE-INVOICE-NO TO OI-INVOICE-NO.
           MOVE WS-RUN-DATE-NUM TO OI-INVOICE-DATE.
           MOVE WS-CHARGE-BRANCH TO OI-BRANCH-CODE.
           MOVE WS-CHARGE-AMOUNT TO OI-ORIGINAL-AMOUNT.
           MOVE WS-CHARGE-AMOUNT TO OI-OPEN-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO OI-LAST-ACTIVITY-DATE.
           MOVE 'O' TO OI-STATUS.
           MOVE 'F' TO OI-ITEM-TYPE.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "*** Invoice " WS-CHARGE-INVOICE-NO
                       " already on the open-item ledger - "
                       "not added again ***"
           END-WRITE.

       WRITE-CHARGE-AUDIT.
      *    Same layout as a sale line; the signed base amount is
      *    the charge, the rate and discount columns stay zero,
      *    and YTD-RECON skips type 'F' as it skips payments.
           MOVE SPACES TO AUDIT-DETAIL-RECORD.
           MOVE CM-CUSTOMER-ID TO AU-CUSTOMER-ID.
           MOVE 'F' TO AU-TRANS-TYPE.
           MOVE WS-CHARGE-BRANCH TO AU-BRANCH-CODE.
           MOVE WS-CHARGE-AMOUNT TO AU-PURCHASE.
           MOVE "USD" TO AU-CURRENCY.
           MOVE WS-CHARGE-AMOUNT TO AU-BASE-AMOUNT.
           MOVE 0 TO AU-RATE.
           MOVE 0 TO AU-DISCOUNT.
           MOVE WS-CHARGE-AMOUNT TO AU-FINAL.
           MOVE SPACES TO AU-PROMO-ID.
           MOVE SPACES TO AU-OVERRIDE-CODE.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-CHARGE-INVOICE-NO TO AU-INVOICE-NO.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-DETAIL-RECORD.

       WRITE-CHARGE-EXTRACT.
           MOVE CM-CUSTOMER-ID TO AX-CUST-ID.
           MOVE "USD" TO AX-CURRENCY.
           MOVE WS-CHARGE-AMOUNT TO AX-FINAL.
           MOVE 0 TO AX-DISCOUNT.
           MOVE WS-CHARGE-AMOUNT TO AX-BASE-FINAL.
           MOVE 0 TO AX-BASE-DISCOUNT.
           MOVE WS-RUN-DATE-NUM TO AX-TRANS-DATE.
           MOVE 'F' TO AX-TRANS-TYPE.
           MOVE WS-CHARGE-BRANCH TO AX-BRANCH-CODE.
           MOVE WS-CHARGE-INVOICE-NO TO AX-INVOICE-NO.
           MOVE SPACES TO AX-SALESPERSON-CODE.
           WRITE AR-GL-EXTRACT-RECORD FROM AR-GL-DETAIL-RECORD.

       WRITE-MASTER-JOURNAL.
           MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE "FINANCE-CHARGE" TO JR-PROGRAM-NAME.
           MOVE 'C' TO JR-ACTION.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

       REPORT-CHARGE-TOTALS.
           MOVE SPACES TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE "CHARGES ASSESSED: " TO WS-FT-LABEL.
           MOVE WS-CHARGED-COUNT TO WS-FT-COUNT.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-TOTALS-LINE.
           MOVE "  AT THE MINIMUM: " TO WS-FT-LABEL.
           MOVE WS-MINIMUM-COUNT TO WS-FT-COUNT.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-TOTALS-LINE.
           MOVE WS-CHARGED-AMOUNT TO WS-FT-AMOUNT.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-TOTALS-AMOUNT.
           MOVE "EXEMPT - ACCOUNT CLOSED: " TO WS-FT-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-FT-COUNT.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-TOTALS-LINE.
           MOVE "EXEMPT - NO-CHARGE LIST: " TO WS-FT-LABEL.
           MOVE WS-NO-CHARGE-COUNT TO WS-FT-COUNT.
           WRITE CHARGE-REGISTER-RECORD FROM WS-FCHG-TOTALS-LINE.
