       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Accounting period close. Until now a month was never
      * finished - a late feed or a back-dated lockbox posted
      * straight into a month whose statements had been mailed and
      * whose tax had been filed, and every month-over-month figure
      * had to be re-derived from the audit log, coming out
      * different each time anyone ran it. This program closes a
      * month once its statements, tax and aging reports are final
      * (the CUSTPCLS job prints them in the steps ahead of this
      * one) and does two things:
      *
      *   - records the closed month on the CUSTPCLS period
      *     control file. CUSTOMER-MAIN and CASH-APPLY read it and
      *     route anything dated into a closed month to suspense or
      *     the cash exception listing instead of posting it, for
      *     an authorized adjustment into the current period.
      *   - captures the month's closing totals by branch - sales,
      *     returns, discounts, tax, payments and open balance - as
      *     a permanent snapshot on CUSTPSNP, and prints them on
      *     the CUSTPCLR close register.
      *
      * The month's figures are the audit lines posted in it, the
      * same month the statements and commission runs report.
      * Tax comes off the CUSTTAXR register, matched by invoice
      * number to the month's sale and return lines for their
      * branch and converted to base currency at each ticket's own
      * rate. The open balance is the ledger's open invoices by
      * branch, with the rest of the master's balance - credit on
      * account and balance from before the ledger - on the
      * no-branch row, so the branches add up to the master.
      *
      * The open balance is taken as it stands when the close
      * runs. Run the close after the month's last posting night
      * and before the next one; when postings from the new month
      * are already on file the count is on the register and the
      * control row and the run ends RC=4.
      *
      * Months close in order: a month already closed, a month not
      * yet ended, a month whose predecessor is still open, or a
      * run while CUSTCKPT holds an unfinished posting run is
      * refused with RC=16 and nothing is written.
      *
      * The month arrives as PARM='YYYYMM'; when no PARM is
      * supplied the month before the run date is closed.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TAX-REGISTER-FILE ASSIGN TO "CUSTTAXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXREG-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CUSTOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CUSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CUSTPCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLOSE-STATUS.

           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "CUSTPSNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT CLOSE-REGISTER-FILE ASSIGN TO "CUSTPCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  TAX-REGISTER-FILE.
       COPY 'tax-register.cpy'.

       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  CHECKPOINT-FILE.
       COPY 'checkpoint.cpy'.

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-close.cpy'.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY 'period-snapshot.cpy'.

       FD  CLOSE-REGISTER-FILE.
       01 CLOSE-REGISTER-RECORD    PIC X(110).

      * The month's sale and return lines and the tax register
      * rows, brought together by invoice number - each audit line
      * sorts ahead of the tax row it carries the branch and
      * exchange rate for.
       SD  SORT-WORK-FILE.
       01 SORT-TAX-RECORD.
           05 SX-INVOICE-NO        PIC 9(8).
           05 SX-SOURCE            PIC X(1).
               88 SX-AUDIT-LINE           VALUE 'A'.
               88 SX-TAX-ROW              VALUE 'T'.
           05 SX-BRANCH-CODE       PIC X(3).
           05 SX-BASE-FACTOR       PIC 9(3)V9(6).
           05 SX-TAX-AMOUNT        PIC S9(8)V99
                                   SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-TAXREG-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-CKPT-STATUS        PIC XX VALUE '00'.
       01 WS-PCLOSE-STATUS      PIC XX VALUE '00'.
       01 WS-SNAPSHOT-STATUS    PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.

       01 WS-AUDIT-EOF          PIC X VALUE 'N'.
           88 AUDIT-EOF                VALUE 'Y'.
       01 WS-TAXREG-EOF         PIC X VALUE 'N'.
           88 TAXREG-EOF               VALUE 'Y'.
       01 WS-OPEN-ITEM-EOF      PIC X VALUE 'N'.
           88 OPEN-ITEM-EOF            VALUE 'Y'.
       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.
       01 WS-PCLOSE-EOF         PIC X VALUE 'N'.
           88 PCLOSE-EOF               VALUE 'Y'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
           88 SORT-EOF                 VALUE 'Y'.

       COPY 'audit-record.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.

      * The month being closed and the one before it, which must
      * already be closed unless nothing has ever been.
       01 WS-CLOSE-PERIOD.
           05 WS-CP-YYYY        PIC 9(4).
           05 WS-CP-MM          PIC 9(2).
       01 WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD.
           05 WS-PP-YYYY        PIC 9(4).
           05 WS-PP-MM          PIC 9(2).
       01 WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD PIC 9(6).
       01 WS-LATEST-CLOSED      PIC 9(6) VALUE 0.
       01 WS-ALREADY-CLOSED     PIC X VALUE 'N'.
       01 WS-RUN-OK             PIC X VALUE 'Y'.

       01 WS-LATER-POSTINGS     PIC 9(7) VALUE 0.
       01 WS-LINE-RATE          PIC 9V99 VALUE 0.
       01 WS-LINE-DISCOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-LINE-PURCHASE      PIC 9(7)V99 VALUE 0.
       01 WS-LINE-TAX           PIC S9(9)V99 VALUE 0.

      * The audit line the tax rows that follow it belong to.
       01 WS-MATCH-INVOICE      PIC 9(8) VALUE 0.
       01 WS-MATCH-BRANCH       PIC X(3) VALUE SPACES.
       01 WS-MATCH-FACTOR       PIC 9(3)V9(6) VALUE 0.

       01 WS-LEDGER-TOTAL       PIC S9(9)V99 VALUE 0.
       01 WS-MASTER-TOTAL       PIC S9(9)V99 VALUE 0.

      * Closing totals by branch. Entry 1 is always the no-branch
      * row - cash, credit on account and balance the ledger does
      * not carry by branch.
       01 WS-LOOKUP-BRANCH      PIC X(3) VALUE SPACES.
       01 WS-BR-SUB             PIC 9(3) VALUE 0.
       01 WS-BRANCH-COUNT       PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-BR-IDX.
               10 WS-BR-CODE           PIC X(3).
               10 WS-BR-SALES          PIC S9(9)V99.
               10 WS-BR-RETURNS        PIC S9(9)V99.
               10 WS-BR-DISCOUNT       PIC S9(9)V99.
               10 WS-BR-TAX            PIC S9(9)V99.
               10 WS-BR-PAYMENTS       PIC S9(9)V99.
               10 WS-BR-OPEN-BAL       PIC S9(9)V99.
               10 WS-BR-SALE-COUNT     PIC 9(7).
               10 WS-BR-RETURN-COUNT   PIC 9(7).
               10 WS-BR-PAYMENT-COUNT  PIC 9(7).
       01 WS-BRANCH-HOLD        PIC X(90).
       01 WS-ORDER-I            PIC 9(3) VALUE 0.
       01 WS-ORDER-J            PIC 9(3) VALUE 0.
       01 WS-ORDER-NEXT         PIC 9(3) VALUE 0.

       01 WS-CO-SALES           PIC S9(9)V99 VALUE 0.
       01 WS-CO-RETURNS         PIC S9(9)V99 VALUE 0.
       01 WS-CO-DISCOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-CO-TAX             PIC S9(9)V99 VALUE 0.
       01 WS-CO-PAYMENTS        PIC S9(9)V99 VALUE 0.
       01 WS-CO-OPEN-BAL        PIC S9(9)V99 VALUE 0.
       01 WS-CO-SALE-COUNT      PIC 9(7) VALUE 0.
       01 WS-CO-RETURN-COUNT    PIC 9(7) VALUE 0.
       01 WS-CO-PAYMENT-COUNT   PIC 9(7) VALUE 0.

       01 WS-CLR-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "PERIOD CLOSE REGISTER".

       01 WS-CLR-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-CH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-YYYY       PIC 9(4).

       01 WS-CLR-PERIOD-LINE.
           05 FILLER            PIC X(15) VALUE "PERIOD CLOSED: ".
           05 WS-CP-PERIOD      PIC X(6).
           05 FILLER            PIC X(16) VALUE "   CLOSE STAMP: ".
           05 WS-CP-STAMP       PIC X(14).

       01 WS-CLR-HEADER-3.
           05 FILLER            PIC X(8)  VALUE "BRANCH".
           05 FILLER            PIC X(17) VALUE "           SALES".
           05 FILLER            PIC X(17) VALUE "         RETURNS".
           05 FILLER            PIC X(17) VALUE "       DISCOUNTS".
           05 FILLER            PIC X(17) VALUE "             TAX".
           05 FILLER            PIC X(17) VALUE "        PAYMENTS".
           05 FILLER            PIC X(17) VALUE "    OPEN BALANCE".

       01 WS-CLR-DETAIL.
           05 WS-CD-BRANCH      PIC X(8).
           05 WS-CD-SALES       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-RETURNS     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-DISCOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-TAX         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-PAYMENTS    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-OPEN-BAL    PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-CLR-COUNT-LINE.
           05 WS-CC-LABEL       PIC X(30).
           05 WS-CC-COUNT       PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN       PIC S9(4) COMP.
           05 WS-PARM-TEXT      PIC X(6).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Accounting Period Close".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           PERFORM SET-CLOSE-PERIOD.
           IF WS-RUN-OK = 'Y'
               PERFORM CHECK-CLOSE-SEQUENCE
           END-IF.
           IF WS-RUN-OK = 'Y'
               PERFORM CHECK-NO-BATCH-IN-FLIGHT
           END-IF.

           IF WS-RUN-OK = 'Y'
               PERFORM START-BRANCH-TABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SX-INVOICE-NO
                                    SX-SOURCE
                   INPUT PROCEDURE IS SELECT-PERIOD-RECORDS
                       THRU SELECT-PERIOD-EXIT
                   OUTPUT PROCEDURE IS TOTAL-PERIOD-TAX
                       THRU TOTAL-PERIOD-TAX-EXIT
               PERFORM TOTAL-OPEN-BALANCES
               PERFORM ORDER-BRANCH-TABLE
               PERFORM TOTAL-COMPANY
               PERFORM WRITE-SNAPSHOT
               PERFORM WRITE-CLOSE-ROW
               PERFORM PRINT-CLOSE-REGISTER
               DISPLAY "Period closed: " WS-CLOSE-PERIOD
               DISPLAY "Branches in snapshot: " WS-BRANCH-COUNT
               IF WS-LATER-POSTINGS > 0
                   DISPLAY "*** " WS-LATER-POSTINGS " audit lines "
                       "posted after " WS-CLOSE-PERIOD " are in the "
                       "snapshot's open balance ***"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** Period not closed ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       SET-CLOSE-PERIOD.
      *    With no PARM the month just ended is closed. A month
      *    can only close once it is over.
           IF WS-PARM-LEN >= 6
               MOVE WS-PARM-TEXT TO WS-CLOSE-PERIOD
           ELSE
               IF WS-RUN-MM = 1
                   COMPUTE WS-CP-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-CP-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-CP-YYYY
                   COMPUTE WS-CP-MM = WS-RUN-MM - 1
               END-IF
           END-IF.

           IF WS-CLOSE-PERIOD-NUM IS NOT NUMERIC
                   OR WS-CP-MM < 1 OR WS-CP-MM > 12
               DISPLAY "*** PARM must be the month as YYYYMM ***"
               MOVE 'N' TO WS-RUN-OK
           ELSE
               IF WS-CLOSE-PERIOD NOT < WS-RUN-DATE(1:6)
                   DISPLAY "*** Period " WS-CLOSE-PERIOD
                       " has not ended ***"
                   MOVE 'N' TO WS-RUN-OK
               ELSE
                   IF WS-CP-MM = 1
                       COMPUTE WS-PP-YYYY = WS-CP-YYYY - 1
                       MOVE 12 TO WS-PP-MM
                   ELSE
                       MOVE WS-CP-YYYY TO WS-PP-YYYY
                       COMPUTE WS-PP-MM = WS-CP-MM - 1
                   END-IF
               END-IF
           END-IF.

       CHECK-CLOSE-SEQUENCE.
      *    A month closes once, and only after the month before it
      *    - so the latest row on CUSTPCLS is always the lock line
      *    for every earlier month. No file means nothing has been
      *    closed yet and any ended month may close first.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCLOSE-STATUS = "00"
               PERFORM UNTIL PCLOSE-EOF
                   READ PERIOD-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-PCLOSE-EOF
                       NOT AT END
                           PERFORM TEST-ONE-CLOSE-ROW
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CLOSE-FILE
           END-IF.

           IF WS-ALREADY-CLOSED = 'Y'
               DISPLAY "*** Period " WS-CLOSE-PERIOD
                   " is already closed ***"
               MOVE 'N' TO WS-RUN-OK
           ELSE
               IF WS-LATEST-CLOSED > WS-CLOSE-PERIOD-NUM
                   DISPLAY "*** A later period (" WS-LATEST-CLOSED
                       ") is already closed ***"
                   MOVE 'N' TO WS-RUN-OK
               ELSE
                   IF WS-LATEST-CLOSED > ZERO
                           AND WS-LATEST-CLOSED
                               NOT = WS-PRIOR-PERIOD-NUM
                       DISPLAY "*** Period " WS-PRIOR-PERIOD
                           " must be closed first ***"
                       MOVE 'N' TO WS-RUN-OK
                   END-IF
               END-IF
           END-IF.

       TEST-ONE-CLOSE-ROW.
           IF PC-PERIOD IS NUMERIC
               IF PC-PERIOD = WS-CLOSE-PERIOD-NUM
                   MOVE 'Y' TO WS-ALREADY-CLOSED
               END-IF
               IF PC-PERIOD > WS-LATEST-CLOSED
                   MOVE PC-PERIOD TO WS-LATEST-CLOSED
               END-IF
           END-IF.

       CHECK-NO-BATCH-IN-FLIGHT.
      *    A posting run that stopped part way has only some of
      *    the month's work on file - the close waits for it to
      *    finish. No checkpoint means no run in flight.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
               IF WS-CKPT-STATUS = "00"
                   IF CK-TRANS-COUNT IS NUMERIC
                           AND CK-TRANS-COUNT > ZERO
                       DISPLAY "*** Checkpoint holds an in-flight "
                           "batch run - finish it first ***"
                       MOVE 'N' TO WS-RUN-OK
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       START-BRANCH-TABLE.
           MOVE 1 TO WS-BRANCH-COUNT.
           MOVE 1 TO WS-BR-SUB.
           MOVE SPACES TO WS-LOOKUP-BRANCH.
           PERFORM CLEAR-BRANCH-ENTRY.

       CLEAR-BRANCH-ENTRY.
           MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE(WS-BR-SUB).
           MOVE 0 TO WS-BR-SALES(WS-BR-SUB).
           MOVE 0 TO WS-BR-RETURNS(WS-BR-SUB).
           MOVE 0 TO WS-BR-DISCOUNT(WS-BR-SUB).
           MOVE 0 TO WS-BR-TAX(WS-BR-SUB).
           MOVE 0 TO WS-BR-PAYMENTS(WS-BR-SUB).
           MOVE 0 TO WS-BR-OPEN-BAL(WS-BR-SUB).
           MOVE 0 TO WS-BR-SALE-COUNT(WS-BR-SUB).
           MOVE 0 TO WS-BR-RETURN-COUNT(WS-BR-SUB).
           MOVE 0 TO WS-BR-PAYMENT-COUNT(WS-BR-SUB).

       FIND-BRANCH-ENTRY.
      *    WS-LOOKUP-BRANCH in, WS-BR-SUB out - a branch not seen
      *    before gets a new entry.
           MOVE 0 TO WS-BR-SUB.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-LOOKUP-BRANCH
                   SET WS-BR-SUB TO WS-BR-IDX
                   SET WS-BR-IDX TO WS-BRANCH-COUNT
               END-IF
           END-PERFORM.

           IF WS-BR-SUB = 0
               IF WS-BRANCH-COUNT < 100
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BR-SUB
                   PERFORM CLEAR-BRANCH-ENTRY
               ELSE
                   DISPLAY "*** WS-BRANCH-TABLE has more than 100 "
                       "branch codes - " WS-LOOKUP-BRANCH
                       " totals on the no-branch row ***"
                   MOVE 1 TO WS-BR-SUB
               END-IF
           END-IF.

       SELECT-PERIOD-RECORDS.
      *    One pass of the audit log totals the month's sales,
      *    returns, discounts and payments by branch, and releases
      *    each sale and return line to the sort to pick up its
      *    tax; then the tax register is released behind it.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "*** CUSTAUDIT not found - nothing posted "
                   "to total ***"
           ELSE
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD
                               TO AUDIT-DETAIL-RECORD
                           PERFORM SELECT-ONE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

           OPEN INPUT TAX-REGISTER-FILE.
           IF WS-TAXREG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL TAXREG-EOF
                   READ TAX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-TAXREG-EOF
                       NOT AT END
                           PERFORM SELECT-ONE-TAX-ROW
                   END-READ
               END-PERFORM
               CLOSE TAX-REGISTER-FILE
           END-IF.

       SELECT-PERIOD-EXIT.
           EXIT.

       SELECT-ONE-AUDIT-LINE.
      *    Lines written before the fixed audit layout carry no
      *    usable base amount and are left out.
           IF AU-BASE-AMOUNT IS NUMERIC
               IF AU-TIMESTAMP(1:6) = WS-CLOSE-PERIOD
                   PERFORM TOTAL-ONE-AUDIT-LINE
               ELSE
                   IF AU-TIMESTAMP(1:6) > WS-CLOSE-PERIOD
                       ADD 1 TO WS-LATER-POSTINGS
                   END-IF
               END-IF
           END-IF.

       TOTAL-ONE-AUDIT-LINE.
      *    Sales and returns are gross before discount; the
      *    discount is the signed base amount at the line's rate,
      *    so a return takes its discount back. A payment line
      *    carries the cash as a negative base amount.
           MOVE AU-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           IF AU-TRANS-TYPE = 'S' OR AU-TRANS-TYPE = 'R'
               PERFORM FIND-BRANCH-ENTRY
               COMPUTE WS-LINE-RATE = FUNCTION NUMVAL(AU-RATE)
               COMPUTE WS-LINE-DISCOUNT ROUNDED =
                   AU-BASE-AMOUNT * WS-LINE-RATE
               ADD WS-LINE-DISCOUNT TO WS-BR-DISCOUNT(WS-BR-SUB)
               IF AU-TRANS-TYPE = 'S'
                   ADD AU-BASE-AMOUNT TO WS-BR-SALES(WS-BR-SUB)
                   ADD 1 TO WS-BR-SALE-COUNT(WS-BR-SUB)
               ELSE
                   SUBTRACT AU-BASE-AMOUNT
                       FROM WS-BR-RETURNS(WS-BR-SUB)
                   ADD 1 TO WS-BR-RETURN-COUNT(WS-BR-SUB)
               END-IF
               IF AU-INVOICE-NO IS NUMERIC
                       AND AU-INVOICE-NO > ZERO
                   PERFORM RELEASE-AUDIT-LINE
               END-IF
           ELSE
               IF AU-TRANS-TYPE = 'P'
                   PERFORM FIND-BRANCH-ENTRY
                   SUBTRACT AU-BASE-AMOUNT
                       FROM WS-BR-PAYMENTS(WS-BR-SUB)
                   ADD 1 TO WS-BR-PAYMENT-COUNT(WS-BR-SUB)
               END-IF
           END-IF.

       RELEASE-AUDIT-LINE.
      *    The register carries tax in the ticket's own currency;
      *    the line's base amount over its purchase amount is the
      *    rate the ticket was converted at.
           MOVE 1 TO SX-BASE-FACTOR.
           IF AU-CURRENCY NOT = "USD" AND AU-CURRENCY NOT = SPACES
               COMPUTE WS-LINE-PURCHASE = FUNCTION NUMVAL(AU-PURCHASE)
               IF WS-LINE-PURCHASE > ZERO
                   IF AU-BASE-AMOUNT < ZERO
                       COMPUTE SX-BASE-FACTOR ROUNDED =
                           (0 - AU-BASE-AMOUNT) / WS-LINE-PURCHASE
                   ELSE
                       COMPUTE SX-BASE-FACTOR ROUNDED =
                           AU-BASE-AMOUNT / WS-LINE-PURCHASE
                   END-IF
               END-IF
           END-IF.
           MOVE AU-INVOICE-NO TO SX-INVOICE-NO.
           MOVE 'A' TO SX-SOURCE.
           MOVE AU-BRANCH-CODE TO SX-BRANCH-CODE.
           MOVE 0 TO SX-TAX-AMOUNT.
           RELEASE SORT-TAX-RECORD.

       SELECT-ONE-TAX-ROW.
      *    A row dated after the month cannot belong to a line
      *    posted in it. Rows for lines posted in other months find
      *    no audit line in the sort and drop out there.
           IF TR-INVOICE-NO IS NUMERIC
                   AND TR-INVOICE-NO > ZERO
                   AND TR-TAX-AMOUNT IS NUMERIC
                   AND TR-TRANS-DATE(1:6) NOT > WS-CLOSE-PERIOD
               MOVE TR-INVOICE-NO TO SX-INVOICE-NO
               MOVE 'T' TO SX-SOURCE
               MOVE SPACES TO SX-BRANCH-CODE
               MOVE 0 TO SX-BASE-FACTOR
               MOVE TR-TAX-AMOUNT TO SX-TAX-AMOUNT
               RELEASE SORT-TAX-RECORD
           END-IF.

       TOTAL-PERIOD-TAX.
      *    Records come back by invoice, the audit line first -
      *    a tax row counts only behind the month's line for the
      *    same invoice.
           MOVE 0 TO WS-MATCH-INVOICE.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SX-AUDIT-LINE
                           MOVE SX-INVOICE-NO TO WS-MATCH-INVOICE
                           MOVE SX-BRANCH-CODE TO WS-MATCH-BRANCH
                           MOVE SX-BASE-FACTOR TO WS-MATCH-FACTOR
                       ELSE
                           IF SX-INVOICE-NO = WS-MATCH-INVOICE
                               PERFORM ADD-TAX-TO-BRANCH
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       TOTAL-PERIOD-TAX-EXIT.
           EXIT.

       ADD-TAX-TO-BRANCH.
           COMPUTE WS-LINE-TAX ROUNDED =
               SX-TAX-AMOUNT * WS-MATCH-FACTOR.
           MOVE WS-MATCH-BRANCH TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-ENTRY.
           ADD WS-LINE-TAX TO WS-BR-TAX(WS-BR-SUB).

       TOTAL-OPEN-BALANCES.
      *    Open invoices on the ledger by the branch that raised
      *    them; whatever else the master's balance holds goes on
      *    the no-branch row.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL OPEN-ITEM-EOF
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OPEN-ITEM-EOF
                       NOT AT END
                           PERFORM TOTAL-ONE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           IF CM-OPEN-BALANCE IS NUMERIC
                               ADD CM-OPEN-BALANCE
                                   TO WS-MASTER-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

           COMPUTE WS-BR-OPEN-BAL(1) = WS-BR-OPEN-BAL(1)
               + WS-MASTER-TOTAL - WS-LEDGER-TOTAL.

       TOTAL-ONE-OPEN-ITEM.
           IF OI-INVOICE-NO > ZERO
                   AND OI-STATUS-OPEN
                   AND OI-OPEN-AMOUNT IS NUMERIC
               MOVE OI-BRANCH-CODE TO WS-LOOKUP-BRANCH
               PERFORM FIND-BRANCH-ENTRY
               ADD OI-OPEN-AMOUNT TO WS-BR-OPEN-BAL(WS-BR-SUB)
               ADD OI-OPEN-AMOUNT TO WS-LEDGER-TOTAL
           END-IF.

       ORDER-BRANCH-TABLE.
      *    Exchange sort in place on branch code, so the snapshot
      *    and the register run in branch order.
           IF WS-BRANCH-COUNT > 1
               PERFORM VARYING WS-ORDER-I FROM 1 BY 1
                       UNTIL WS-ORDER-I >= WS-BRANCH-COUNT
                   PERFORM VARYING WS-ORDER-J FROM 1 BY 1
                           UNTIL WS-ORDER-J
                               > WS-BRANCH-COUNT - WS-ORDER-I
                       PERFORM TEST-BRANCH-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       TEST-BRANCH-PAIR.
           COMPUTE WS-ORDER-NEXT = WS-ORDER-J + 1.
           IF WS-BR-CODE(WS-ORDER-NEXT) < WS-BR-CODE(WS-ORDER-J)
               MOVE WS-BRANCH-ENTRY(WS-ORDER-J) TO WS-BRANCH-HOLD
               MOVE WS-BRANCH-ENTRY(WS-ORDER-NEXT)
                   TO WS-BRANCH-ENTRY(WS-ORDER-J)
               MOVE WS-BRANCH-HOLD TO WS-BRANCH-ENTRY(WS-ORDER-NEXT)
           END-IF.

       TOTAL-COMPANY.
      *    The company row is the sum of the branch rows, so the
      *    snapshot always adds across.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               ADD WS-BR-SALES(WS-BR-IDX) TO WS-CO-SALES
               ADD WS-BR-RETURNS(WS-BR-IDX) TO WS-CO-RETURNS
               ADD WS-BR-DISCOUNT(WS-BR-IDX) TO WS-CO-DISCOUNT
               ADD WS-BR-TAX(WS-BR-IDX) TO WS-CO-TAX
               ADD WS-BR-PAYMENTS(WS-BR-IDX) TO WS-CO-PAYMENTS
               ADD WS-BR-OPEN-BAL(WS-BR-IDX) TO WS-CO-OPEN-BAL
               ADD WS-BR-SALE-COUNT(WS-BR-IDX) TO WS-CO-SALE-COUNT
               ADD WS-BR-RETURN-COUNT(WS-BR-IDX)
                   TO WS-CO-RETURN-COUNT
               ADD WS-BR-PAYMENT-COUNT(WS-BR-IDX)
                   TO WS-CO-PAYMENT-COUNT
           END-PERFORM.

       WRITE-SNAPSHOT.
      *    The snapshot accumulates month after month - open for
      *    append, creating it on first use.
           OPEN EXTEND PERIOD-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS = "35"
               OPEN OUTPUT PERIOD-SNAPSHOT-FILE
               CLOSE PERIOD-SNAPSHOT-FILE
               OPEN EXTEND PERIOD-SNAPSHOT-FILE
           END-IF.

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO PERIOD-SNAPSHOT-RECORD
               MOVE WS-CLOSE-PERIOD-NUM TO PS-PERIOD
               MOVE WS-RUN-STAMP TO PS-CLOSE-STAMP
               MOVE 'B' TO PS-ROW-TYPE
               MOVE WS-BR-CODE(WS-BR-IDX) TO PS-BRANCH-CODE
               MOVE WS-BR-SALES(WS-BR-IDX) TO PS-SALES-AMOUNT
               MOVE WS-BR-RETURNS(WS-BR-IDX) TO PS-RETURN-AMOUNT
               MOVE WS-BR-DISCOUNT(WS-BR-IDX) TO PS-DISCOUNT-AMOUNT
               MOVE WS-BR-TAX(WS-BR-IDX) TO PS-TAX-AMOUNT
               MOVE WS-BR-PAYMENTS(WS-BR-IDX) TO PS-PAYMENT-AMOUNT
               MOVE WS-BR-OPEN-BAL(WS-BR-IDX) TO PS-OPEN-BALANCE
               MOVE WS-BR-SALE-COUNT(WS-BR-IDX) TO PS-SALE-COUNT
               MOVE WS-BR-RETURN-COUNT(WS-BR-IDX) TO PS-RETURN-COUNT
               MOVE WS-BR-PAYMENT-COUNT(WS-BR-IDX)
                   TO PS-PAYMENT-COUNT
               WRITE PERIOD-SNAPSHOT-RECORD
           END-PERFORM.

           MOVE SPACES TO PERIOD-SNAPSHOT-RECORD.
           MOVE WS-CLOSE-PERIOD-NUM TO PS-PERIOD.
           MOVE WS-RUN-STAMP TO PS-CLOSE-STAMP.
           MOVE 'C' TO PS-ROW-TYPE.
           MOVE SPACES TO PS-BRANCH-CODE.
           MOVE WS-CO-SALES TO PS-SALES-AMOUNT.
           MOVE WS-CO-RETURNS TO PS-RETURN-AMOUNT.
           MOVE WS-CO-DISCOUNT TO PS-DISCOUNT-AMOUNT.
           MOVE WS-CO-TAX TO PS-TAX-AMOUNT.
           MOVE WS-CO-PAYMENTS TO PS-PAYMENT-AMOUNT.
           MOVE WS-CO-OPEN-BAL TO PS-OPEN-BALANCE.
           MOVE WS-CO-SALE-COUNT TO PS-SALE-COUNT.
           MOVE WS-CO-RETURN-COUNT TO PS-RETURN-COUNT.
           MOVE WS-CO-PAYMENT-COUNT TO PS-PAYMENT-COUNT.
           WRITE PERIOD-SNAPSHOT-RECORD.

           CLOSE PERIOD-SNAPSHOT-FILE.

       WRITE-CLOSE-ROW.
      *    Written last - the month is not closed, and its snapshot
      *    not in force, until this row is on file.
           OPEN EXTEND PERIOD-CLOSE-FILE.
           IF WS-PCLOSE-STATUS = "35"
               OPEN OUTPUT PERIOD-CLOSE-FILE
               CLOSE PERIOD-CLOSE-FILE
               OPEN EXTEND PERIOD-CLOSE-FILE
           END-IF.
           MOVE SPACES TO PERIOD-CLOSE-RECORD.
           MOVE WS-CLOSE-PERIOD-NUM TO PC-PERIOD.
           MOVE WS-RUN-STAMP TO PC-CLOSE-STAMP.
           MOVE WS-BRANCH-COUNT TO PC-BRANCH-COUNT.
           MOVE WS-LATER-POSTINGS TO PC-LATER-POSTINGS.
           WRITE PERIOD-CLOSE-RECORD.
           CLOSE PERIOD-CLOSE-FILE.

       PRINT-CLOSE-REGISTER.
           OPEN OUTPUT CLOSE-REGISTER-FILE.
           MOVE WS-RUN-MM TO WS-CH2-MM.
           MOVE WS-RUN-DD TO WS-CH2-DD.
           MOVE WS-RUN-YYYY TO WS-CH2-YYYY.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-HEADER-1.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-HEADER-2.
           MOVE WS-CLOSE-PERIOD TO WS-CP-PERIOD.
           MOVE WS-RUN-STAMP TO WS-CP-STAMP.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-PERIOD-LINE.
           MOVE SPACES TO CLOSE-REGISTER-RECORD.
           WRITE CLOSE-REGISTER-RECORD.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-HEADER-3.

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = SPACES
                   MOVE "NONE" TO WS-CD-BRANCH
               ELSE
                   MOVE WS-BR-CODE(WS-BR-IDX) TO WS-CD-BRANCH
               END-IF
               MOVE WS-BR-SALES(WS-BR-IDX) TO WS-CD-SALES
               MOVE WS-BR-RETURNS(WS-BR-IDX) TO WS-CD-RETURNS
               MOVE WS-BR-DISCOUNT(WS-BR-IDX) TO WS-CD-DISCOUNT
               MOVE WS-BR-TAX(WS-BR-IDX) TO WS-CD-TAX
               MOVE WS-BR-PAYMENTS(WS-BR-IDX) TO WS-CD-PAYMENTS
               MOVE WS-BR-OPEN-BAL(WS-BR-IDX) TO WS-CD-OPEN-BAL
               WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-DETAIL
           END-PERFORM.

           MOVE SPACES TO CLOSE-REGISTER-RECORD.
           WRITE CLOSE-REGISTER-RECORD.
           MOVE "COMPANY" TO WS-CD-BRANCH.
           MOVE WS-CO-SALES TO WS-CD-SALES.
           MOVE WS-CO-RETURNS TO WS-CD-RETURNS.
           MOVE WS-CO-DISCOUNT TO WS-CD-DISCOUNT.
           MOVE WS-CO-TAX TO WS-CD-TAX.
           MOVE WS-CO-PAYMENTS TO WS-CD-PAYMENTS.
           MOVE WS-CO-OPEN-BAL TO WS-CD-OPEN-BAL.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-DETAIL.

           MOVE SPACES TO CLOSE-REGISTER-RECORD.
           WRITE CLOSE-REGISTER-RECORD.
           MOVE "SALE LINES: " TO WS-CC-LABEL.
           MOVE WS-CO-SALE-COUNT TO WS-CC-COUNT.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-COUNT-LINE.
           MOVE "RETURN LINES: " TO WS-CC-LABEL.
           MOVE WS-CO-RETURN-COUNT TO WS-CC-COUNT.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-COUNT-LINE.
           MOVE "PAYMENTS: " TO WS-CC-LABEL.
           MOVE WS-CO-PAYMENT-COUNT TO WS-CC-COUNT.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-COUNT-LINE.
           MOVE "LATER POSTINGS IN BALANCE: " TO WS-CC-LABEL.
           MOVE WS-LATER-POSTINGS TO WS-CC-COUNT.
           WRITE CLOSE-REGISTER-RECORD FROM WS-CLR-COUNT-LINE.
           CLOSE CLOSE-REGISTER-FILE.
