      *             stamped with the run, so JOURNAL-BACKOUT can
      *             reverse one bad run's updates without a
      *             master restore.
      * 2026-10-15  Every posted sale now opens a row on the
      *             CUSTOPEN open-item ledger at its invoice
      *             number, and a return relieves the invoice it
      *             was matched to - credit the invoice no longer
      *             owes goes to the customer's on-account row -
      *             so collections and the aging work from
      *             actual unpaid invoices.
      * 2026-10-15  The salesperson code is carried from the
      *             transaction input (or a new interactive prompt)
      *             onto the audit line and the CUSTARGL extract,
      *             with the tier rate DISCOUNT-CALC now returns. A
      *             matched return takes its original sale's rep
      *             and tier rate, so the month-end commission run
      *             nets it against the rep who was paid on the
      *             sale. Audit log records widened to 121 bytes
      *             and the transaction image to 177.
      * 2026-10-15  On-hand stock by item and branch on the new
      *             ITEMSTOK file. A sale whose lines want more than
      *             the branch holds rejects to CUSTEXCP and suspense
      *             as a backorder, the shortfall added to the item's
      *             backorder quantity; posted sale lines take stock
      *             off the shelf and return lines put it back.
      * 2026-10-15  Every posted line item is written to the new
      *             CUSTSLSH sales history - invoice, customer, branch,
      *             item, quantity, price and its share of the ticket's
      *             discount, returns negative - for the monthly
      *             product sales analysis.
      * 2026-10-15  Customer contract pricing - DISCOUNT-CALC now
      *             prices a customer with a CUSTCNTR contract in
      *             force at the contracted rate, and the contract id
      *             prints on the invoice and rides on the audit line,
      *             widened to 128 bytes (transaction image to 183).
      *             A matched return keeps its original sale's
      *             contract.
      * 2026-10-15  National accounts - a customer linked to a
      *             parent on the master, or a parent with linked
      *             locations, is tier-priced on the family's
      *             combined YTD, and when the parent carries a
      *             credit limit the family's combined open balance
      *             is held inside it. Journal images widened to
      *             206 bytes.
      * 2026-10-15  A BATCH or HIVOL run now records its start and end
      *             on the CUSTRCTL run-control file through RUN-STEP-
      *             CONTROL, and a restarted CUSTBAT night skips posting
      *             when it already completed for the batch, so a
      *             resubmitted job cannot post the same feed twice.
      * 2026-10-15  A BATCH or HIVOL transaction whose batch date
      *             falls in an accounting month PERIOD-CLOSE has
      *             closed on CUSTPCLS is not posted but goes to
      *             CUSTEXCP and suspense as DATED INTO CLOSED PERIOD,
      *             for a supervisor-authorized correction that posts
      *             into the current month.
      * 2026-10-15  A return matched to an original sale posted in a
      *             closed accounting month goes to CUSTEXCP and
      *             suspense as DATED INTO CLOSED PERIOD unless
      *             SUSPENSE-MAINT marked it supervisor-authorized.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CUSTOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT STOCK-FILE ASSIGN TO "ITEMSTOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "CUSTSLSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESH-STATUS.

           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CUSTPCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLOSE-STATUS.

           SELECT SORT-TRANS-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       01 RUN-SUMMARY-RECORD       PIC X(80).

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  AUDIT-SEARCH-FILE.
       01 AUDIT-SEARCH-RECORD      PIC X(128).

       FD  CHECKPOINT-FILE.
       COPY 'checkpoint.cpy'.
       SD  SORT-TRANS-FILE.
       01 SORT-TRANS-RECORD.
           05 ST-SORT-KEY          PIC 9(5).
           05 ST-TRANS-DATA        PIC X(183).

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  STOCK-FILE.
       COPY 'stock-record.cpy'.

       FD  SALES-HISTORY-FILE.
       COPY 'sales-history.cpy'.

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-close.cpy'.

       WORKING-STORAGE SECTION.
      * Use COPY to include shared data structure
       COPY 'customer-data.cpy'.
       COPY 'line-item.cpy'
           REPLACING ==LINE-ITEM-RECORD== BY ==WS-LINE-ITEM-WORK==.
       01 WS-TRANS-PENDING      PIC X VALUE 'N'.
       01 WS-PENDING-TRANS      PIC X(183) VALUE SPACES.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 0.
       01 WS-LINE-TOTAL         PIC 9(7)V99 VALUE 0.
       01 WS-LINES-VALID        PIC X VALUE 'Y'.
           05 FILLER            PIC X(3)  VALUE " - ".
           05 WS-INV-OVR-REASON PIC X(20).

       01 WS-INV-CONTRACT-LINE.
           05 FILLER            PIC X(20)
               VALUE "CONTRACT PRICING:".
           05 WS-INV-CONTRACT-ID PIC X(6).

      * Transaction audit log - fixed layout shared with the
      * programs that read CUSTAUDIT back.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-ORIG-PURCHASE      PIC 9(7)V99 VALUE 0.
       01 WS-ORIG-BASE          PIC S9(8)V99 VALUE 0.
       01 WS-ORIG-PROMO         PIC X(6) VALUE SPACES.
       01 WS-ORIG-INVOICE-NO    PIC 9(8) VALUE 0.
       01 WS-ORIG-SALESPERSON   PIC X(4) VALUE SPACES.
       01 WS-ORIG-TIER-RATE     PIC 9V99 VALUE 0.
       01 WS-ORIG-CONTRACT      PIC X(6) VALUE SPACES.
       01 WS-ORIG-PERIOD        PIC 9(6) VALUE 0.

      * Open-item ledger - a sale opens its invoice, a return
      * relieves the invoice it was matched to, and credit left
      * over once that invoice is cleared goes on account.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-FOUND    PIC X VALUE 'N'.
       01 WS-RELIEF-AMOUNT      PIC S9(8)V99 VALUE 0.

      * On-hand stock by item and branch - a sale whose lines want
      * more of an item than the branch holds is refused as a
      * backorder; a posted sale line takes stock off the shelf
      * and a posted return line puts it back. An item on several
      * lines of one ticket is tested on its total quantity.
       01 WS-STOCK-STATUS       PIC XX VALUE '00'.
       01 WS-STOCK-FOUND        PIC X VALUE 'N'.
       01 WS-STOCK-SHORT        PIC X VALUE 'N'.
           88 STOCK-SHORT              VALUE 'Y'.
       01 WS-STOCK-SUB          PIC 9(2) VALUE 0.
       01 WS-STOCK-FIRST-LINE   PIC X VALUE 'N'.
       01 WS-STOCK-WANTED       PIC 9(7) VALUE 0.
       01 WS-STOCK-SHORTFALL    PIC 9(7) VALUE 0.
       01 WS-STOCK-RELIEF       PIC 9(7) VALUE 0.
       01 WS-STOCK-MONTH        PIC 9(6) VALUE 0.

      * Line-item sales history - every posted line, with its share
      * of the ticket's discount and base-currency net. What is
      * left of the ticket's figures after each line's share rides
      * here, so the last line takes the rounding and the lines
      * add back to the ticket exactly.
       01 WS-SALESH-STATUS      PIC XX VALUE '00'.
       01 WS-HIST-DISC-LEFT     PIC S9(7)V99 VALUE 0.
       01 WS-HIST-BASE-LEFT     PIC S9(8)V99 VALUE 0.

      * Latest accounting month PERIOD-CLOSE has closed - nothing
      * dated in or before it may post. Zero when none has closed.
       01 WS-PCLOSE-STATUS      PIC XX VALUE '00'.
       01 WS-PCLOSE-EOF         PIC X VALUE 'N'.
           88 PCLOSE-EOF               VALUE 'Y'.
       01 WS-CLOSED-THRU        PIC 9(6) VALUE 0.
       01 WS-TRANS-PERIOD       PIC 9(6) VALUE 0.

      * Input edit checks
       01 WS-ID-VALID           PIC X VALUE 'N'.
      * the run stamp identifies this execution on the journal.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.
       01 WS-JR-ACTION          PIC X(1) VALUE SPACE.

      * Persistent customer master
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-MASTER-FOUND       PIC X VALUE 'N'.
           88 MASTER-FOUND             VALUE 'Y'.
       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.

      * National-account families - one row per parent customer
      * with locations reporting to it, built from the master at
      * the start of the run and kept current as the run posts.
      * Any member's tier eligibility looks at the family's
      * combined YTD, and when the parent carries a credit limit
      * the family's combined open balance is held inside it.
      * WS-FAMILY-SUB is the current customer's row, zero when the
      * customer stands alone.
       01 WS-FAMILY-COUNT       PIC 9(3) VALUE 0.
       01 WS-FAMILY-TABLE.
           05 WS-FAMILY-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-FAM-IDX.
               10 WS-FAM-PARENT-ID     PIC 9(5).
               10 WS-FAM-YTD           PIC 9(9)V99.
               10 WS-FAM-BALANCE       PIC S9(9)V99.
               10 WS-FAM-LIMIT         PIC 9(7)V99.
       01 WS-FAMILY-SUB         PIC 9(3) VALUE 0.
       01 WS-FAMILY-KEY         PIC 9(5) VALUE 0.
       01 WS-PRIOR-YTD          PIC 9(7)V99 VALUE 0.

      * Printed discount summary report
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-BRANCH      PIC X(3).

      * CUSTBAT run control - the begin and end of a batch run are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
           END-IF.

           IF WS-RUN-MODE = "BATCH" OR WS-RUN-MODE = "HIVOL"
               PERFORM CHECK-RUN-CONTROL
               IF SC-SKIP-STEP
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-CHECKPOINT
           ELSE
               PERFORM LOAD-INVOICE-SEQUENCE

           PERFORM SET-FINAL-RETURN-CODE.
           PERFORM WRITE-RUN-SUMMARY.
           IF WS-RUN-MODE = "BATCH" OR WS-RUN-MODE = "HIVOL"
               PERFORM RECORD-RUN-CONTROL
           END-IF.

           DISPLAY " ".
           DISPLAY "Thank you for using the system.".
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    Under CUSTBAT's run control a restarted night skips the
      *    posting run when it already completed for the batch -
      *    a run that failed part way runs again and resumes from
      *    its checkpoint as before.
           MOVE "CUSTOMER-MAIN" TO SC-PROGRAM-NAME.
           MOVE 'B' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    run's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       SET-FINAL-RETURN-CODE.
      *    Graduated return codes for the scheduler: 16 failed
      *    (already set when the batch would not balance), 4
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM LOAD-FAMILY-TABLE.

      *    Open the printed report. LOAD-CHECKPOINT has already run
      *    for a batch run by this point, so WS-RESTART-COUNT tells
               OPEN EXTEND JOURNAL-FILE
           END-IF.

      *    Open the open-item ledger, creating it on first use.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.

      *    Open the item stock file, creating it on first use - an
      *    item with no row at a branch has nothing on hand there.
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS = "35"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           COMPUTE WS-STOCK-MONTH =
               WS-REPORT-YYYY * 100 + WS-REPORT-MM.

      *    Open the line-item sales history for append, creating it
      *    on first use - it accumulates across runs and the
      *    monthly product analysis selects by date.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF WS-SALESH-STATUS = "35"
               OPEN OUTPUT SALES-HISTORY-FILE
               CLOSE SALES-HISTORY-FILE
               OPEN EXTEND SALES-HISTORY-FILE
           END-IF.

           PERFORM LOAD-CLOSED-PERIOD.

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

       LOAD-FAMILY-TABLE.
      *    One pass of the master totals each parent's locations;
      *    the parents' own figures and credit limits are then
      *    read by key, since a parent can sort either side of its
      *    locations.
           MOVE ZERO TO CM-CUSTOMER-ID.
           START CUSTOMER-MASTER-FILE
                   KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF CM-HAS-PARENT
                           PERFORM ADD-LOCATION-TO-FAMILY
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > WS-FAMILY-COUNT
               MOVE WS-FAM-PARENT-ID(WS-FAM-IDX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "*** Parent customer "
                           WS-FAM-PARENT-ID(WS-FAM-IDX)
                           " not on master - its locations "
                           "pool without it ***"
                   NOT INVALID KEY
                       ADD CM-YTD-PURCHASES
                           TO WS-FAM-YTD(WS-FAM-IDX)
                       ADD CM-OPEN-BALANCE
                           TO WS-FAM-BALANCE(WS-FAM-IDX)
                       MOVE CM-CREDIT-LIMIT
                           TO WS-FAM-LIMIT(WS-FAM-IDX)
               END-READ
           END-PERFORM.

       ADD-LOCATION-TO-FAMILY.
           MOVE CM-PARENT-ID TO WS-FAMILY-KEY.
           PERFORM FIND-FAMILY-ENTRY.
           IF WS-FAMILY-SUB = 0
               IF WS-FAMILY-COUNT < 200
                   ADD 1 TO WS-FAMILY-COUNT
                   MOVE WS-FAMILY-COUNT TO WS-FAMILY-SUB
                   MOVE CM-PARENT-ID
                       TO WS-FAM-PARENT-ID(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-YTD(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-BALANCE(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-LIMIT(WS-FAMILY-SUB)
               ELSE
                   DISPLAY "*** WS-FAMILY-TABLE has more than "
                       "200 parents - customer " CM-CUSTOMER-ID
                       " priced on its own volume ***"
               END-IF
           END-IF.
           IF WS-FAMILY-SUB > 0
               ADD CM-YTD-PURCHASES TO WS-FAM-YTD(WS-FAMILY-SUB)
               ADD CM-OPEN-BALANCE TO WS-FAM-BALANCE(WS-FAMILY-SUB)
           END-IF.

       FIND-FAMILY-ENTRY.
      *    Row for the parent in WS-FAMILY-KEY, or zero.
           MOVE 0 TO WS-FAMILY-SUB.
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > WS-FAMILY-COUNT
               IF WS-FAM-PARENT-ID(WS-FAM-IDX) = WS-FAMILY-KEY
                   SET WS-FAMILY-SUB TO WS-FAM-IDX
                   SET WS-FAM-IDX TO WS-FAMILY-COUNT
               END-IF
           END-PERFORM.

       OPEN-PRINT-REPORT-FILE.
           IF WS-RESTART-COUNT > 0
               OPEN EXTEND PRINT-REPORT-FILE
           END-IF.

       TERMINATE-RUN.
           CLOSE SALES-HISTORY-FILE.
           CLOSE STOCK-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE TAX-REGISTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE INVOICE-PRINT-FILE.
       PROCESS-BATCH-TRANSACTION.
      *    CUSTOMER-RECORD and WS-DUPLICATE-FOUND were already set by
      *    LOAD-BATCH-TRANSACTION for this record.
      *    A transaction dated into a month already closed is not
      *    posted but goes to suspense - once corrected under an
      *    authorized supervisor it comes back through a later
      *    night's batch and posts into the current month.
           COMPUTE WS-TRANS-PERIOD =
               CUSTOMER-TRANS-DATE OF CUSTOMER-RECORD / 100.
           IF WS-CLOSED-THRU > ZERO
                   AND WS-TRANS-PERIOD NOT > WS-CLOSED-THRU
               MOVE "DATED INTO CLOSED PERIOD" TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION-RECORD
               DISPLAY "*** Skipping Customer ID "
                   CUSTOMER-ID OF CUSTOMER-RECORD
                   " - dated into closed period "
                   WS-CLOSED-THRU " ***"
           ELSE
               IF DUPLICATE-FOUND
                   MOVE "DUPLICATE CUSTOMER ID IN RUN"
                       TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
                   DISPLAY "*** Skipping Customer ID "
                       CUSTOMER-ID OF CUSTOMER-RECORD
                       " - duplicate transaction ***"
               ELSE
                   IF WS-LINES-VALID NOT = 'Y'
                       MOVE WS-LINE-REASON TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                       DISPLAY "*** Skipping Customer ID "
                           CUSTOMER-ID OF CUSTOMER-RECORD
                           " - " WS-LINE-REASON " ***"
                   ELSE
                       PERFORM APPLY-LINE-ITEM-TOTAL
                       PERFORM EDIT-CUSTOMER-INPUT
                       IF WS-EDIT-VALID = 'Y'
                           PERFORM READ-CUSTOMER-MASTER
                           PERFORM POST-STANDING-CHECKED
                       ELSE
                           MOVE "FAILED INPUT EDIT" TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION-RECORD
                           DISPLAY "*** Skipping Customer ID "
                               CUSTOMER-ID OF CUSTOMER-RECORD
                               " - failed input edit ***"
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM CHECK-OVERRIDE-AUTH
               PERFORM CHECK-CREDIT-LIMIT
               PERFORM CHECK-TAX-JURISDICTION
               PERFORM CHECK-STOCK-ON-HAND
           END-IF.

           IF STANDING-OK
                   MOVE "OVER CREDIT LIMIT" TO WS-EX-REASON
               END-IF
           END-IF.
      *    A national-account member is also held inside the
      *    parent's limit, when the parent carries one, on the
      *    whole family's open balance.
           IF CUSTOMER-TRANS-TYPE OF CUSTOMER-RECORD = 'S'
                   AND MASTER-FOUND
                   AND WS-FAMILY-SUB > 0
               IF WS-FAM-LIMIT(WS-FAMILY-SUB) > ZERO
                   IF WS-FAM-BALANCE(WS-FAMILY-SUB)
                           + WS-SIGNED-BASE-FINAL
                           > WS-FAM-LIMIT(WS-FAMILY-SUB)
                       MOVE 'N' TO WS-STANDING-OK
                       MOVE "OVER PARENT CREDIT LIMIT"
                           TO WS-EX-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-TAX-JURISDICTION.
      *    DISCOUNT-CALC flags an order whose state code matched
               MOVE "UNKNOWN TAX JURISDICTION" TO WS-EX-REASON
           END-IF.

       CHECK-STOCK-ON-HAND.
      *    Tested last, so a backorder is only recorded for an
      *    order that would otherwise have posted. Every item on
      *    the ticket must be on hand at the selling branch in the
      *    quantity its lines add up to; when any is short the
      *    whole order goes to CUSTEXCP and suspense as a
      *    backorder rather than invoicing goods the branch does
      *    not have, and each short item's shortfall is added to
      *    its backorder quantity for purchasing. A return, or a
      *    ticket with no lines, takes nothing off the shelf.
           IF STANDING-OK
                   AND CUSTOMER-TRANS-TYPE OF CUSTOMER-RECORD = 'S'
                   AND WS-LINE-COUNT > 0
               MOVE 'N' TO WS-STOCK-SHORT
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   PERFORM TEST-LINE-STOCK
               END-PERFORM
               IF STOCK-SHORT
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > WS-LINE-COUNT
                       PERFORM BACKORDER-LINE-STOCK
                   END-PERFORM
                   MOVE 'N' TO WS-STANDING-OK
                   MOVE "BACKORDER - STOCK SHORT" TO WS-EX-REASON
               END-IF
           END-IF.

       SUM-ITEM-QUANTITY.
      *    Total the quantity wanted of the item on the line at
      *    WS-LINE-IDX across every line of the ticket, and note
      *    whether this is the item's first line - the item is
      *    tested and backordered once, on its first line.
           MOVE 'Y' TO WS-STOCK-FIRST-LINE.
           MOVE 0 TO WS-STOCK-WANTED.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                   UNTIL WS-STOCK-SUB > WS-LINE-COUNT
               IF WS-LN-CODE(WS-STOCK-SUB) = WS-LN-CODE(WS-LINE-IDX)
                   ADD WS-LN-QTY(WS-STOCK-SUB) TO WS-STOCK-WANTED
                   IF WS-STOCK-SUB < WS-LINE-IDX
                       MOVE 'N' TO WS-STOCK-FIRST-LINE
                   END-IF
               END-IF
           END-PERFORM.

       TEST-LINE-STOCK.
           PERFORM SUM-ITEM-QUANTITY.
           IF WS-STOCK-FIRST-LINE = 'Y'
               PERFORM READ-STOCK-ROW
               IF WS-STOCK-FOUND = 'Y'
                   IF WS-STOCK-WANTED > SK-ON-HAND
                       MOVE 'Y' TO WS-STOCK-SHORT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-STOCK-SHORT
               END-IF
           END-IF.

       BACKORDER-LINE-STOCK.
      *    Only what the branch cannot supply goes on backorder -
      *    an item short by two of ten is backordered for two.
           PERFORM SUM-ITEM-QUANTITY.
           IF WS-STOCK-FIRST-LINE = 'Y'
               PERFORM READ-STOCK-ROW
               IF WS-STOCK-FOUND NOT = 'Y'
                   PERFORM NEW-STOCK-ROW
               END-IF
               IF WS-STOCK-WANTED > SK-ON-HAND
                   IF SK-ON-HAND > ZERO
                       COMPUTE WS-STOCK-SHORTFALL =
                           WS-STOCK-WANTED - SK-ON-HAND
                   ELSE
                       MOVE WS-STOCK-WANTED TO WS-STOCK-SHORTFALL
                   END-IF
                   ADD WS-STOCK-SHORTFALL TO SK-ON-BACKORDER
                   PERFORM SAVE-STOCK-ROW
               END-IF
           END-IF.

       READ-STOCK-ROW.
           MOVE WS-LN-CODE(WS-LINE-IDX) TO SK-ITEM-CODE.
           MOVE CUSTOMER-BRANCH-CODE OF CUSTOMER-RECORD
               TO SK-BRANCH-CODE.
           READ STOCK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STOCK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STOCK-FOUND
           END-READ.

       NEW-STOCK-ROW.
      *    First movement of an item at a branch that has never
      *    received it - start the row empty, with no reorder
      *    point until purchasing sets one.
           MOVE WS-LN-CODE(WS-LINE-IDX) TO SK-ITEM-CODE.
           MOVE CUSTOMER-BRANCH-CODE OF CUSTOMER-RECORD
               TO SK-BRANCH-CODE.
           MOVE 0 TO SK-ON-HAND.
           MOVE 0 TO SK-REORDER-POINT.
           MOVE 0 TO SK-REORDER-QTY.
           MOVE 0 TO SK-ON-BACKORDER.
           MOVE 0 TO SK-SOLD-MTD.
           MOVE WS-STOCK-MONTH TO SK-MTD-MONTH.
           MOVE 0 TO SK-LAST-RECEIPT-DATE.
           MOVE 0 TO SK-LAST-SALE-DATE.

       SAVE-STOCK-ROW.
           IF WS-STOCK-FOUND = 'Y'
               REWRITE STOCK-RECORD
           ELSE
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "*** Stock row for item "
                           SK-ITEM-CODE " branch " SK-BRANCH-CODE
                           " could not be added ***"
               END-WRITE
               MOVE 'Y' TO WS-STOCK-FOUND
           END-IF.

       CHECK-DUPLICATE-TRANSACTION.
      *    Flag a Customer ID / transaction type pair seen earlier
      *    in this same batch run - a sale and a return for the
               MOVE "000" TO CUSTOMER-BRANCH-CODE OF CUSTOMER-RECORD
           END-IF.

           DISPLAY "Enter Salesperson Code: " WITH NO ADVANCING.
           ACCEPT CUSTOMER-SALESPERSON-CODE OF CUSTOMER-RECORD.

           PERFORM GET-SUPERVISOR-OVERRIDE.

           MOVE WS-REPORT-DATE-NUM
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
                   MOVE SPACES TO WS-JR-BEFORE
                   MOVE 0 TO WS-FAMILY-SUB
                   MOVE 0 TO CUSTOMER-YTD-PURCHASES OF CUSTOMER-RECORD
                   MOVE 'N'
                       TO CUSTOMER-TAX-EXEMPT-FLAG OF CUSTOMER-RECORD
                   MOVE CUSTOMER-MASTER-RECORD TO WS-JR-BEFORE
                   MOVE CM-YTD-PURCHASES
                       TO CUSTOMER-YTD-PURCHASES OF CUSTOMER-RECORD
                   MOVE CM-YTD-PURCHASES TO WS-PRIOR-YTD
                   PERFORM FIND-CUSTOMER-FAMILY
                   IF CM-TAX-EXEMPT
                       MOVE 'Y' TO CUSTOMER-TAX-EXEMPT-FLAG
                           OF CUSTOMER-RECORD
                   END-IF
           END-READ.

       FIND-CUSTOMER-FAMILY.
      *    A location or a parent prices on the whole family's YTD;
      *    DISCOUNT-CALC's tier test sees the family figure. The
      *    master keeps each member's own YTD.
           IF CM-HAS-PARENT
               MOVE CM-PARENT-ID TO WS-FAMILY-KEY
           ELSE
               MOVE CM-CUSTOMER-ID TO WS-FAMILY-KEY
           END-IF.
           PERFORM FIND-FAMILY-ENTRY.
           IF WS-FAMILY-SUB > 0
               IF WS-FAM-YTD(WS-FAMILY-SUB) > 9999999.99
                   MOVE 9999999.99
                       TO CUSTOMER-YTD-PURCHASES OF CUSTOMER-RECORD
               ELSE
                   MOVE WS-FAM-YTD(WS-FAMILY-SUB)
                       TO CUSTOMER-YTD-PURCHASES OF CUSTOMER-RECORD
               END-IF
           END-IF.

       SAVE-CUSTOMER-MASTER.
      *    Persist the customer's name and roll their year-to-date
      *    purchase total forward after a discount has been applied.
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE 'C' TO WS-JR-ACTION
               PERFORM WRITE-MASTER-JOURNAL
               IF WS-FAMILY-SUB > 0
                   COMPUTE WS-FAM-YTD(WS-FAMILY-SUB) =
                       WS-FAM-YTD(WS-FAMILY-SUB)
                       + CM-YTD-PURCHASES - WS-PRIOR-YTD
                   ADD WS-SIGNED-BASE-FINAL
                       TO WS-FAM-BALANCE(WS-FAMILY-SUB)
               END-IF
           ELSE
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
               MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO CM-CUSTOMER-ID
               MOVE WS-SIGNED-BASE-FINAL TO CM-OPEN-BALANCE
               MOVE 'A' TO CM-ACCOUNT-STATUS
               MOVE 'N' TO CM-TAX-EXEMPT-FLAG
               MOVE 0 TO CM-PARENT-ID
               MOVE WS-REPORT-DATE-NUM TO CM-DATE-ADDED
               MOVE WS-REPORT-DATE-NUM TO CM-LAST-ACTIVITY-DATE
               WRITE CUSTOMER-MASTER-RECORD

       MATCH-ORIGINAL-SALE.
           MOVE 'N' TO WS-ORIG-MATCHED.
           MOVE 0 TO WS-ORIG-INVOICE-NO.
           MOVE SPACES TO WS-ORIG-SALESPERSON.
           MOVE SPACES TO WS-ORIG-CONTRACT.
           MOVE 0 TO WS-ORIG-PERIOD.
           IF CUSTOMER-TRANS-TYPE OF CUSTOMER-RECORD NOT = 'R'
               CONTINUE
           ELSE
                       MOVE 'N' TO WS-STANDING-OK
                       MOVE "RETURN NOT MATCHED TO SALE"
                           TO WS-EX-REASON
                   ELSE
                       PERFORM CHECK-ORIGINAL-PERIOD
                   END-IF
               END-IF
           END-IF.

       CHECK-ORIGINAL-PERIOD.
      *    A return against a sale posted in a month already
      *    closed reopens that month's figures - it goes to
      *    suspense like any back-dated transaction. Once a
      *    supervisor authorizes the correction, SUSPENSE-MAINT
      *    marks the resubmitted record 'P' in the override flag
      *    (DISCOUNT-CALC clears the flag when it prices) and the
      *    return posts into the current month.
           IF WS-CLOSED-THRU > ZERO
                   AND WS-ORIG-PERIOD > ZERO
                   AND WS-ORIG-PERIOD NOT > WS-CLOSED-THRU
                   AND CUSTOMER-OVERRIDE-VALID-FLAG OF CUSTOMER-RECORD
                       NOT = 'P'
               MOVE 'N' TO WS-STANDING-OK
               MOVE "DATED INTO CLOSED PERIOD" TO WS-EX-REASON
           END-IF.

       SEARCH-AUDIT-FOR-SALE.
      *    One pass over the audit log for this customer's sale
      *    line posted on the referenced date. The duplicate
                   FUNCTION NUMVAL(AU-PURCHASE)
               MOVE AU-BASE-AMOUNT TO WS-ORIG-BASE
               MOVE AU-PROMO-ID TO WS-ORIG-PROMO
               MOVE AU-SALESPERSON-CODE TO WS-ORIG-SALESPERSON
               MOVE AU-CONTRACT-ID TO WS-ORIG-CONTRACT
               IF AU-TIMESTAMP(1:6) IS NUMERIC
                   MOVE AU-TIMESTAMP(1:6) TO WS-ORIG-PERIOD
               ELSE
                   MOVE 0 TO WS-ORIG-PERIOD
               END-IF
      *        A sale logged before the tier rate was carried
      *        counts as priced at the table.
               IF AU-TIER-RATE = SPACES
                   MOVE WS-ORIG-RATE TO WS-ORIG-TIER-RATE
               ELSE
                   COMPUTE WS-ORIG-TIER-RATE =
                       FUNCTION NUMVAL(AU-TIER-RATE)
               END-IF
               IF AU-INVOICE-NO IS NUMERIC
                   MOVE AU-INVOICE-NO TO WS-ORIG-INVOICE-NO
               END-IF
               MOVE 'Y' TO WS-SEARCH-EOF
           END-IF.

           MOVE WS-ORIG-RATE TO DISCOUNT-RATE OF CUSTOMER-RECORD.
           MOVE WS-ORIG-PROMO TO CUSTOMER-PROMO-ID
               OF CUSTOMER-RECORD.
           MOVE WS-ORIG-CONTRACT TO CUSTOMER-CONTRACT-ID
               OF CUSTOMER-RECORD.
      *    The return belongs to the rep who was paid on the sale,
      *    whoever took it back, and keeps the sale's tier rate so
      *    an override below tier nets at the same reduced rate.
           MOVE WS-ORIG-TIER-RATE TO CUSTOMER-TIER-RATE
               OF CUSTOMER-RECORD.
           IF WS-ORIG-SALESPERSON NOT = SPACES
               MOVE WS-ORIG-SALESPERSON
                   TO CUSTOMER-SALESPERSON-CODE OF CUSTOMER-RECORD
           END-IF.
           COMPUTE DISCOUNT-AMOUNT OF CUSTOMER-RECORD =
               PURCHASE-AMOUNT OF CUSTOMER-RECORD
                   * DISCOUNT-RATE OF CUSTOMER-RECORD.
           PERFORM WRITE-REPORT-DETAIL.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM WRITE-AR-GL-EXTRACT.
           PERFORM POST-OPEN-ITEM.
           PERFORM POST-STOCK-MOVEMENT.
           PERFORM WRITE-SALES-HISTORY.
           PERFORM WRITE-TAX-REGISTER.
           PERFORM WRITE-INVOICE.
           PERFORM UPDATE-CONTROL-TOTALS.

       POST-OPEN-ITEM.
      *    A sale opens an item at its own invoice number for
      *    exactly what it adds to CM-OPEN-BALANCE. A return
      *    relieves the invoice its audit match named; whatever
      *    that invoice no longer owes - already paid, or a sale
      *    from before the ledger or numbering existed - is
      *    credit, and goes to the customer's on-account row.
           IF CUSTOMER-TRANS-TYPE OF CUSTOMER-RECORD = 'R'
               COMPUTE WS-RELIEF-AMOUNT = 0 - WS-SIGNED-BASE-FINAL
               PERFORM RELIEVE-ORIGINAL-INVOICE
               IF WS-RELIEF-AMOUNT > ZERO
                   PERFORM ADD-TO-ON-ACCOUNT
               END-IF
           ELSE
               PERFORM ADD-OPEN-ITEM
           END-IF.

       POST-STOCK-MOVEMENT.
      *    Each posted line moves the stock at the selling branch -
      *    a sale line off the shelf and into sold month-to-date,
      *    a return line back on the shelf and out of it. A sale
      *    line for an item with a backorder standing is taken as
      *    filling it, up to the line's quantity; that is how a
      *    backordered order, re-sent with its lines once the
      *    goods are in, clears the backorder it raised.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM POST-LINE-STOCK
           END-PERFORM.

       POST-LINE-STOCK.
           PERFORM READ-STOCK-ROW.
           IF WS-STOCK-FOUND NOT = 'Y'
               PERFORM NEW-STOCK-ROW
           END-IF.
           IF SK-MTD-MONTH NOT = WS-STOCK-MONTH
               MOVE 0 TO SK-SOLD-MTD
               MOVE WS-STOCK-MONTH TO SK-MTD-MONTH
           END-IF.
           IF CUSTOMER-TRANS-TYPE OF CUSTOMER-RECORD = 'R'
               ADD WS-LN-QTY(WS-LINE-IDX) TO SK-ON-HAND
               SUBTRACT WS-LN-QTY(WS-LINE-IDX) FROM SK-SOLD-MTD
           ELSE
               SUBTRACT WS-LN-QTY(WS-LINE-IDX) FROM SK-ON-HAND
               ADD WS-LN-QTY(WS-LINE-IDX) TO SK-SOLD-MTD
               IF SK-ON-BACKORDER > WS-LN-QTY(WS-LINE-IDX)
                   MOVE WS-LN-QTY(WS-LINE-IDX) TO WS-STOCK-RELIEF
               ELSE
                   MOVE SK-ON-BACKORDER TO WS-STOCK-RELIEF
               END-IF
               SUBTRACT WS-STOCK-RELIEF FROM SK-ON-BACKORDER
               MOVE WS-REPORT-DATE-NUM TO SK-LAST-SALE-DATE
           END-IF.
           PERFORM SAVE-STOCK-ROW.

       WRITE-SALES-HISTORY.
      *    One history row per posted line. The signed ticket
      *    figures are shared out over the lines by extension, so
      *    a return's rows come out negative with no separate
      *    reversal, and a ticket whose lines all extend to zero
      *    puts its whole discount on the last line.
           MOVE WS-SIGNED-DISCOUNT TO WS-HIST-DISC-LEFT.
           MOVE WS-SIGNED-BASE-FINAL TO WS-HIST-BASE-LEFT.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM WRITE-ONE-HISTORY-LINE
           END-PERFORM.

       WRITE-ONE-HISTORY-LINE.
           MOVE WS-CURRENT-INVOICE-NO TO SH-INVOICE-NO.
           MOVE WS-REPORT-DATE-NUM TO SH-SALE-DATE.
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO SH-CUSTOMER-ID.
           MOVE CUSTOMER-BRANCH-CODE OF CUSTOMER-RECORD
               TO SH-BRANCH-CODE.
           MOVE WS-LN-CODE(WS-LINE-IDX) TO SH-ITEM-CODE.
           MOVE CUSTOMER-TRANS-TYPE OF CUSTOMER-RECORD
               TO SH-TRANS-TYPE.
           MOVE WS-LN-PRICE(WS-LINE-IDX) TO SH-UNIT-PRICE.
           MOVE CUSTOMER-CURRENCY-CODE OF CUSTOMER-RECORD
               TO SH-CURRENCY-CODE.
           MOVE CUSTOMER-SALESPERSON-CODE OF CUSTOMER-RECORD
               TO SH-SALESPERSON-CODE.
           IF CUSTOMER-TRANS-TYPE OF CUSTOMER-RECORD = 'R'
               COMPUTE SH-QUANTITY = 0 - WS-LN-QTY(WS-LINE-IDX)
               COMPUTE SH-EXTENSION =
                   0 - WS-LN-EXTENSION(WS-LINE-IDX)
           ELSE
               MOVE WS-LN-QTY(WS-LINE-IDX) TO SH-QUANTITY
               MOVE WS-LN-EXTENSION(WS-LINE-IDX) TO SH-EXTENSION
           END-IF.
           IF WS-LINE-IDX = WS-LINE-COUNT
                   OR WS-LINE-TOTAL = ZERO
               MOVE 0 TO SH-DISCOUNT-SHARE
               MOVE 0 TO SH-BASE-NET-AMOUNT
           ELSE
               COMPUTE SH-DISCOUNT-SHARE ROUNDED =
                   WS-SIGNED-DISCOUNT
                       * WS-LN-EXTENSION(WS-LINE-IDX)
                       / WS-LINE-TOTAL
               COMPUTE SH-BASE-NET-AMOUNT ROUNDED =
                   WS-SIGNED-BASE-FINAL
                       * WS-LN-EXTENSION(WS-LINE-IDX)
                       / WS-LINE-TOTAL
           END-IF.
           IF WS-LINE-IDX = WS-LINE-COUNT
               MOVE WS-HIST-DISC-LEFT TO SH-DISCOUNT-SHARE
               MOVE WS-HIST-BASE-LEFT TO SH-BASE-NET-AMOUNT
           END-IF.
           SUBTRACT SH-DISCOUNT-SHARE FROM WS-HIST-DISC-LEFT.
           SUBTRACT SH-BASE-NET-AMOUNT FROM WS-HIST-BASE-LEFT.
           COMPUTE SH-NET-AMOUNT = SH-EXTENSION - SH-DISCOUNT-SHARE.
           WRITE SALES-HISTORY-RECORD.

       ADD-OPEN-ITEM.
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO OI-CUSTOMER-ID.
           MOVE WS-CURRENT-INVOICE-NO TO OI-INVOICE-NO.
           MOVE WS-REPORT-DATE-NUM TO OI-INVOICE-DATE.
           MOVE CUSTOMER-BRANCH-CODE OF CUSTOMER-RECORD
               TO OI-BRANCH-CODE.
           MOVE WS-SIGNED-BASE-FINAL TO OI-ORIGINAL-AMOUNT.
           MOVE WS-SIGNED-BASE-FINAL TO OI-OPEN-AMOUNT.
           MOVE WS-REPORT-DATE-NUM TO OI-LAST-ACTIVITY-DATE.
           MOVE 'O' TO OI-STATUS.
           MOVE 'S' TO OI-ITEM-TYPE.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "*** Invoice " WS-CURRENT-INVOICE-NO
                       " already on the open-item ledger - "
                       "not added again ***"
           END-WRITE.

       RELIEVE-ORIGINAL-INVOICE.
           IF WS-ORIG-INVOICE-NO > ZERO
               MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO OI-CUSTOMER-ID
               MOVE WS-ORIG-INVOICE-NO TO OI-INVOICE-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RELIEVE-ONE-OPEN-ITEM
               END-READ
           END-IF.

       RELIEVE-ONE-OPEN-ITEM.
      *    Take as much of WS-RELIEF-AMOUNT as the item still
      *    owes; an item brought to zero closes.
           IF OI-OPEN-AMOUNT > ZERO
               IF WS-RELIEF-AMOUNT >= OI-OPEN-AMOUNT
                   SUBTRACT OI-OPEN-AMOUNT FROM WS-RELIEF-AMOUNT
                   MOVE 0 TO OI-OPEN-AMOUNT
                   MOVE 'C' TO OI-STATUS
               ELSE
                   SUBTRACT WS-RELIEF-AMOUNT FROM OI-OPEN-AMOUNT
                   MOVE 0 TO WS-RELIEF-AMOUNT
               END-IF
               MOVE WS-REPORT-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               REWRITE OPEN-ITEM-RECORD
           END-IF.

       ADD-TO-ON-ACCOUNT.
      *    Invoice number zero is the customer's on-account row;
      *    credit is carried on it as a negative open amount.
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO OI-CUSTOMER-ID.
           MOVE 0 TO OI-INVOICE-NO.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OPEN-ITEM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OPEN-ITEM-FOUND
           END-READ.

           IF WS-OPEN-ITEM-FOUND = 'Y'
               SUBTRACT WS-RELIEF-AMOUNT FROM OI-ORIGINAL-AMOUNT
               SUBTRACT WS-RELIEF-AMOUNT FROM OI-OPEN-AMOUNT
               MOVE WS-REPORT-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               MOVE 'U' TO OI-STATUS
               REWRITE OPEN-ITEM-RECORD
           ELSE
               MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO OI-CUSTOMER-ID
               MOVE 0 TO OI-INVOICE-NO
               MOVE WS-REPORT-DATE-NUM TO OI-INVOICE-DATE
               MOVE CUSTOMER-BRANCH-CODE OF CUSTOMER-RECORD
                   TO OI-BRANCH-CODE
               COMPUTE OI-ORIGINAL-AMOUNT = 0 - WS-RELIEF-AMOUNT
               COMPUTE OI-OPEN-AMOUNT = 0 - WS-RELIEF-AMOUNT
               MOVE WS-REPORT-DATE-NUM TO OI-LAST-ACTIVITY-DATE
               MOVE 'U' TO OI-STATUS
               MOVE 'A' TO OI-ITEM-TYPE
               WRITE OPEN-ITEM-RECORD
           END-IF.
           MOVE 0 TO WS-RELIEF-AMOUNT.

       WRITE-TAX-REGISTER.
      *    The tax figures the invoice prints, captured per
      *    posted transaction so the quarterly remittance report
               DISPLAY "Promotion Applied: "
                   CUSTOMER-PROMO-ID OF CUSTOMER-RECORD
           END-IF.
           IF CUSTOMER-CONTRACT-ID OF CUSTOMER-RECORD NOT = SPACES
               DISPLAY "Contract Pricing Applied: "
                   CUSTOMER-CONTRACT-ID OF CUSTOMER-RECORD
           END-IF.
           IF CUSTOMER-OVERRIDE-CODE OF CUSTOMER-RECORD NOT = SPACES
               DISPLAY "Supervisor Override Applied - Auth Code: "
                   CUSTOMER-OVERRIDE-CODE OF CUSTOMER-RECORD
               DISCOUNT-RATE OF CUSTOMER-RECORD * 100.
           MOVE WS-INV-RATE-PCT TO WS-INV-RATE.
           WRITE INVOICE-PRINT-RECORD FROM WS-INV-RATE-LINE.
           IF CUSTOMER-CONTRACT-ID OF CUSTOMER-RECORD NOT = SPACES
               MOVE CUSTOMER-CONTRACT-ID OF CUSTOMER-RECORD
                   TO WS-INV-CONTRACT-ID
               WRITE INVOICE-PRINT-RECORD FROM WS-INV-CONTRACT-LINE
           END-IF.

           MOVE "DISCOUNT AMOUNT:" TO WS-INV-LABEL.
           MOVE WS-SIGNED-DISCOUNT TO WS-INV-AMOUNT.
               TO AU-OVERRIDE-CODE.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-CURRENT-INVOICE-NO TO AU-INVOICE-NO.
           MOVE CUSTOMER-SALESPERSON-CODE OF CUSTOMER-RECORD
               TO AU-SALESPERSON-CODE.
           MOVE CUSTOMER-TIER-RATE OF CUSTOMER-RECORD
               TO AU-TIER-RATE.
           MOVE CUSTOMER-CONTRACT-ID OF CUSTOMER-RECORD
               TO AU-CONTRACT-ID.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-DETAIL-RECORD.

       WRITE-AR-GL-EXTRACT.
           MOVE CUSTOMER-BRANCH-CODE OF CUSTOMER-RECORD
               TO AX-BRANCH-CODE.
           MOVE WS-CURRENT-INVOICE-NO TO AX-INVOICE-NO.
           MOVE CUSTOMER-SALESPERSON-CODE OF CUSTOMER-RECORD
               TO AX-SALESPERSON-CODE.
           WRITE AR-GL-EXTRACT-RECORD FROM AR-GL-DETAIL-RECORD.
