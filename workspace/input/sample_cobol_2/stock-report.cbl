       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-REPORT.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Nightly stock reports for purchasing, from the ITEMSTOK
      * on-hand stock file after the night's receipts and sales
      * have posted.
      *
      * ITEMREOR - the reorder report: every item, branch by
      * branch, whose on-hand quantity is at or below its reorder
      * point, with what is on backorder and a suggested order
      * quantity - the item's reorder quantity, or enough to bring
      * the branch back above its reorder point and fill its
      * backorders when that is more. An item with no reorder
      * point set is listed only when a customer is waiting on it.
      *
      * ITEMSTAT - the stock status report: every stock row by
      * branch and item, with quantity on hand, reorder point, on
      * backorder and sold month-to-date, branch totals and a
      * company total. Sold month-to-date counts a return as a
      * negative sale, so it can fall below zero early in a month.
      *
      * Ends with return code 4 when any item is on the reorder
      * report, so the scheduler can page purchasing; 0 when
      * nothing needs ordering. A missing ITEMSTOK refuses the run
      * with RC=16.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL for the
      *             CUSTBAT morning report. Not skipped on a restarted
      *             night - a report step reruns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "ITEMSTOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT REORDER-PRINT-FILE ASSIGN TO "ITEMREOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT STATUS-PRINT-FILE ASSIGN TO "ITEMSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       COPY 'stock-record.cpy'.

       FD  ITEM-MASTER-FILE.
       COPY 'item-record.cpy'.

       FD  REORDER-PRINT-FILE.
       01 REORDER-PRINT-RECORD     PIC X(120).

       FD  STATUS-PRINT-FILE.
       01 STATUS-PRINT-RECORD      PIC X(120).

      * The stock file reads in item order; the status report
      * wants branch order, so each row is sorted on its branch
      * ahead of the whole row image.
       SD  SORT-WORK-FILE.
       01 SORT-STOCK-RECORD.
           05 SS-BRANCH-CODE       PIC X(3).
           05 SS-ITEM-CODE         PIC X(8).
           05 SS-STOCK-ROW         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS       PIC XX VALUE '00'.
       01 WS-ITEM-STATUS        PIC XX VALUE '00'.
       01 WS-REORDER-STATUS     PIC XX VALUE '00'.
       01 WS-STATUS-RPT-STATUS  PIC XX VALUE '00'.

       01 WS-STOCK-EOF          PIC X VALUE 'N'.
           88 STOCK-EOF                VALUE 'Y'.
       01 WS-ITEM-EOF           PIC X VALUE 'N'.
           88 ITEM-EOF                 VALUE 'Y'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
           88 SORT-EOF                 VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-MONTH          PIC 9(6) VALUE 0.

      * Item master descriptions, loaded once per run.
       01 WS-ITEM-COUNT         PIC 9(3) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-ITEM-IDX.
               10 WS-IT-CODE           PIC X(8).
               10 WS-IT-DESC           PIC X(25).
       01 WS-FOUND-ITEM-DESC    PIC X(25) VALUE SPACES.

       01 WS-SOLD-MTD           PIC S9(7) VALUE 0.
       01 WS-REORDER-NEED       PIC S9(9) VALUE 0.
       01 WS-SUGGESTED-QTY      PIC S9(9) VALUE 0.

      * Branch control break on the status report.
       01 WS-BRANCH-OPEN        PIC X VALUE 'N'.
       01 WS-CURRENT-BRANCH     PIC X(3) VALUE SPACES.
       01 WS-BR-ITEMS           PIC 9(5) VALUE 0.
       01 WS-BR-ON-HAND         PIC S9(9) VALUE 0.
       01 WS-BR-BACKORDER       PIC 9(9) VALUE 0.
       01 WS-BR-SOLD-MTD        PIC S9(9) VALUE 0.
       01 WS-BR-AT-REORDER      PIC 9(5) VALUE 0.

      * Run totals.
       01 WS-ROW-COUNT          PIC 9(5) VALUE 0.
       01 WS-REORDER-COUNT      PIC 9(5) VALUE 0.
       01 WS-CO-ON-HAND         PIC S9(9) VALUE 0.
       01 WS-CO-BACKORDER       PIC 9(9) VALUE 0.
       01 WS-CO-SOLD-MTD        PIC S9(9) VALUE 0.

       01 WS-REORDER-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(33)
               VALUE "ITEM REORDER REPORT".

       01 WS-STATUS-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(33)
               VALUE "STOCK STATUS REPORT".

       01 WS-REPORT-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-RH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RH2-YYYY       PIC 9(4).

       01 WS-REORDER-HEADER-3.
           05 FILLER            PIC X(10) VALUE "ITEM".
           05 FILLER            PIC X(27) VALUE "DESCRIPTION".
           05 FILLER            PIC X(5)  VALUE "BR".
           05 FILLER            PIC X(11) VALUE "   ON HAND ".
           05 FILLER            PIC X(10) VALUE "  REORDER ".
           05 FILLER            PIC X(10) VALUE "BACKORDER ".
           05 FILLER            PIC X(10) VALUE " ORDER QTY".
           05 FILLER            PIC X(11) VALUE "  SUGGESTED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "LAST RECEIPT".

       01 WS-REORDER-DETAIL.
           05 WS-RO-ITEM        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RO-DESC        PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RO-BRANCH      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RO-ON-HAND     PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RO-REORDER-PT  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RO-BACKORDER   PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RO-REORDER-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RO-SUGGESTED   PIC ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-RO-LAST-RECEIPT PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RO-NOTE        PIC X(12).

       01 WS-STATUS-HEADER-3.
           05 FILLER            PIC X(10) VALUE "ITEM".
           05 FILLER            PIC X(27) VALUE "DESCRIPTION".
           05 FILLER            PIC X(11) VALUE "   ON HAND ".
           05 FILLER            PIC X(10) VALUE "  REORDER ".
           05 FILLER            PIC X(10) VALUE "BACKORDER ".
           05 FILLER            PIC X(11) VALUE "  SOLD MTD ".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "LAST SALE".
           05 FILLER            PIC X(10) VALUE "LAST RCPT".

       01 WS-STATUS-BRANCH-LINE.
           05 FILLER            PIC X(8)  VALUE "BRANCH: ".
           05 WS-SB-BRANCH      PIC X(3).

       01 WS-STATUS-DETAIL.
           05 WS-SD-ITEM        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-DESC        PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-ON-HAND     PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SD-REORDER-PT  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SD-BACKORDER   PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SD-SOLD-MTD    PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-SD-LAST-SALE   PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-LAST-RCPT   PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-FLAG        PIC X(7).

       01 WS-STATUS-TOTAL-LINE.
           05 WS-TL-LABEL       PIC X(23).
           05 WS-TL-ITEMS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(6)  VALUE " ROWS ".
           05 WS-TL-ON-HAND     PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 WS-TL-BACKORDER   PIC ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-TL-SOLD-MTD    PIC ZZ,ZZZ,ZZ9-.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-TL-AT-REORDER  PIC ZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE " AT REORDER".

       01 WS-REORDER-TOTAL-LINE.
           05 FILLER            PIC X(30)
               VALUE "ITEMS AT OR BELOW REORDER: ".
           05 WS-RT-COUNT       PIC ZZ,ZZ9.

       01 WS-REORDER-NONE-LINE.
           05 FILLER            PIC X(40)
               VALUE "NO ITEMS AT OR BELOW REORDER POINT".

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Stock Reorder and Status Reports".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM.
           MOVE WS-RUN-MM TO WS-RH2-MM.
           MOVE WS-RUN-DD TO WS-RH2-DD.
           MOVE WS-RUN-YYYY TO WS-RH2-YYYY.

           OPEN INPUT STOCK-FILE.
           IF WS-STOCK-STATUS = "35"
               DISPLAY "*** ITEMSTOK not found - no stock "
                   "reports can be printed ***"
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-RUN-CONTROL
               STOP RUN
           END-IF.

           PERFORM LOAD-ITEM-TABLE.

           OPEN OUTPUT REORDER-PRINT-FILE.
           OPEN OUTPUT STATUS-PRINT-FILE.
           WRITE REORDER-PRINT-RECORD FROM WS-REORDER-HEADER-1.
           WRITE REORDER-PRINT-RECORD FROM WS-REPORT-HEADER-2.
           MOVE SPACES TO REORDER-PRINT-RECORD.
           WRITE REORDER-PRINT-RECORD.
           WRITE REORDER-PRINT-RECORD FROM WS-REORDER-HEADER-3.
           WRITE STATUS-PRINT-RECORD FROM WS-STATUS-HEADER-1.
           WRITE STATUS-PRINT-RECORD FROM WS-REPORT-HEADER-2.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SS-BRANCH-CODE
                                SS-ITEM-CODE
               INPUT PROCEDURE IS SELECT-STOCK-ROWS
                   THRU SELECT-STOCK-EXIT
               OUTPUT PROCEDURE IS PRINT-STOCK-STATUS
                   THRU PRINT-STOCK-EXIT.

           PERFORM PRINT-REORDER-TOTALS.
           PERFORM PRINT-COMPANY-TOTALS.

           CLOSE REORDER-PRINT-FILE.
           CLOSE STATUS-PRINT-FILE.

           DISPLAY "Stock rows reported: " WS-ROW-COUNT.
           DISPLAY "Items at or below reorder: " WS-REORDER-COUNT.
           IF WS-REORDER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    A report step always runs under CUSTBAT's run control -
      *    it is only recorded - unless the submission was refused.
           MOVE "INVENTORY-REPORT" TO SC-PROGRAM-NAME.
           MOVE 'R' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       LOAD-ITEM-TABLE.
      *    Descriptions only - a stock row for an item since
      *    dropped from ITEMMAST still reports, undescribed.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "35"
               PERFORM UNTIL ITEM-EOF
                   READ ITEM-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-ITEM-EOF
                       NOT AT END
                           IF WS-ITEM-COUNT < 100
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE IM-ITEM-CODE
                                   TO WS-IT-CODE(WS-ITEM-COUNT)
                               MOVE IM-DESCRIPTION
                                   TO WS-IT-DESC(WS-ITEM-COUNT)
                           ELSE
                               DISPLAY "*** ITEMMAST has more than "
                                   "100 rows - extra rows "
                                   "ignored ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
           END-IF.

       FIND-ITEM-DESC.
           MOVE "** NOT ON ITEM MASTER **" TO WS-FOUND-ITEM-DESC.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-CODE(WS-ITEM-IDX) = SK-ITEM-CODE
                   MOVE WS-IT-DESC(WS-ITEM-IDX)
                       TO WS-FOUND-ITEM-DESC
                   SET WS-ITEM-IDX TO WS-ITEM-COUNT
               END-IF
           END-PERFORM.

       SELECT-STOCK-ROWS.
      *    One pass of the stock file in item order - the reorder
      *    report prints as it goes, so purchasing sees each item
      *    across its branches together, and every row is released
      *    to the sort for the status report.
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STOCK-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM TEST-REORDER-POINT
                       MOVE SK-BRANCH-CODE TO SS-BRANCH-CODE
                       MOVE SK-ITEM-CODE TO SS-ITEM-CODE
                       MOVE STOCK-RECORD TO SS-STOCK-ROW
                       RELEASE SORT-STOCK-RECORD
               END-READ
           END-PERFORM.

           CLOSE STOCK-FILE.

       SELECT-STOCK-EXIT.
           EXIT.

       TEST-REORDER-POINT.
      *    At or below the reorder point reorders. With no point
      *    set, only a backorder makes the item worth a line.
           IF SK-ON-HAND <= SK-REORDER-POINT
                   AND (SK-REORDER-POINT > ZERO
                       OR SK-ON-BACKORDER > ZERO)
               PERFORM PRINT-REORDER-DETAIL
           END-IF.

       PRINT-REORDER-DETAIL.
           ADD 1 TO WS-REORDER-COUNT.
           PERFORM FIND-ITEM-DESC.
           COMPUTE WS-REORDER-NEED =
               SK-REORDER-POINT - SK-ON-HAND + SK-ON-BACKORDER + 1.
           IF SK-REORDER-QTY >= WS-REORDER-NEED
               MOVE SK-REORDER-QTY TO WS-SUGGESTED-QTY
           ELSE
               MOVE WS-REORDER-NEED TO WS-SUGGESTED-QTY
           END-IF.
           MOVE SK-ITEM-CODE TO WS-RO-ITEM.
           MOVE WS-FOUND-ITEM-DESC TO WS-RO-DESC.
           MOVE SK-BRANCH-CODE TO WS-RO-BRANCH.
           MOVE SK-ON-HAND TO WS-RO-ON-HAND.
           MOVE SK-REORDER-POINT TO WS-RO-REORDER-PT.
           MOVE SK-ON-BACKORDER TO WS-RO-BACKORDER.
           MOVE SK-REORDER-QTY TO WS-RO-REORDER-QTY.
           MOVE WS-SUGGESTED-QTY TO WS-RO-SUGGESTED.
           MOVE SK-LAST-RECEIPT-DATE TO WS-RO-LAST-RECEIPT.
           IF SK-REORDER-POINT = ZERO
               MOVE "NO ROP SET" TO WS-RO-NOTE
           ELSE
               MOVE SPACES TO WS-RO-NOTE
           END-IF.
           WRITE REORDER-PRINT-RECORD FROM WS-REORDER-DETAIL.

       PRINT-STOCK-STATUS.
      *    Rows come back grouped by branch - on each change of
      *    branch, total the prior one and head the next.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SS-STOCK-ROW TO STOCK-RECORD
                       IF WS-BRANCH-OPEN = 'N'
                               OR SS-BRANCH-CODE
                                   NOT = WS-CURRENT-BRANCH
                           PERFORM FINISH-BRANCH
                           MOVE SS-BRANCH-CODE TO WS-CURRENT-BRANCH
                           PERFORM START-BRANCH
                       END-IF
                       PERFORM PRINT-STATUS-DETAIL
               END-RETURN
           END-PERFORM.

           PERFORM FINISH-BRANCH.

       PRINT-STOCK-EXIT.
           EXIT.

       START-BRANCH.
           MOVE 'Y' TO WS-BRANCH-OPEN.
           MOVE 0 TO WS-BR-ITEMS.
           MOVE 0 TO WS-BR-ON-HAND.
           MOVE 0 TO WS-BR-BACKORDER.
           MOVE 0 TO WS-BR-SOLD-MTD.
           MOVE 0 TO WS-BR-AT-REORDER.
           MOVE SPACES TO STATUS-PRINT-RECORD.
           WRITE STATUS-PRINT-RECORD.
           MOVE WS-CURRENT-BRANCH TO WS-SB-BRANCH.
           WRITE STATUS-PRINT-RECORD FROM WS-STATUS-BRANCH-LINE.
           WRITE STATUS-PRINT-RECORD FROM WS-STATUS-HEADER-3.

       PRINT-STATUS-DETAIL.
      *    Sold month-to-date belongs to the month on the row; a
      *    row untouched since last month has sold nothing in
      *    this one.
           PERFORM FIND-ITEM-DESC.
           IF SK-MTD-MONTH = WS-RUN-MONTH
               MOVE SK-SOLD-MTD TO WS-SOLD-MTD
           ELSE
               MOVE 0 TO WS-SOLD-MTD
           END-IF.
           MOVE SK-ITEM-CODE TO WS-SD-ITEM.
           MOVE WS-FOUND-ITEM-DESC TO WS-SD-DESC.
           MOVE SK-ON-HAND TO WS-SD-ON-HAND.
           MOVE SK-REORDER-POINT TO WS-SD-REORDER-PT.
           MOVE SK-ON-BACKORDER TO WS-SD-BACKORDER.
           MOVE WS-SOLD-MTD TO WS-SD-SOLD-MTD.
           MOVE SK-LAST-SALE-DATE TO WS-SD-LAST-SALE.
           MOVE SK-LAST-RECEIPT-DATE TO WS-SD-LAST-RCPT.
           MOVE SPACES TO WS-SD-FLAG.
           IF SK-ON-HAND <= SK-REORDER-POINT
                   AND (SK-REORDER-POINT > ZERO
                       OR SK-ON-BACKORDER > ZERO)
               MOVE "REORDER" TO WS-SD-FLAG
               ADD 1 TO WS-BR-AT-REORDER
           END-IF.
           WRITE STATUS-PRINT-RECORD FROM WS-STATUS-DETAIL.

           ADD 1 TO WS-BR-ITEMS.
           ADD SK-ON-HAND TO WS-BR-ON-HAND.
           ADD SK-ON-BACKORDER TO WS-BR-BACKORDER.
           ADD WS-SOLD-MTD TO WS-BR-SOLD-MTD.
           ADD SK-ON-HAND TO WS-CO-ON-HAND.
           ADD SK-ON-BACKORDER TO WS-CO-BACKORDER.
           ADD WS-SOLD-MTD TO WS-CO-SOLD-MTD.

       FINISH-BRANCH.
           IF WS-BRANCH-OPEN = 'Y'
               MOVE "BRANCH TOTAL:" TO WS-TL-LABEL
               MOVE WS-BR-ITEMS TO WS-TL-ITEMS
               MOVE WS-BR-ON-HAND TO WS-TL-ON-HAND
               MOVE WS-BR-BACKORDER TO WS-TL-BACKORDER
               MOVE WS-BR-SOLD-MTD TO WS-TL-SOLD-MTD
               MOVE WS-BR-AT-REORDER TO WS-TL-AT-REORDER
               WRITE STATUS-PRINT-RECORD FROM WS-STATUS-TOTAL-LINE
               MOVE 'N' TO WS-BRANCH-OPEN
           END-IF.

       PRINT-REORDER-TOTALS.
           MOVE SPACES TO REORDER-PRINT-RECORD.
           WRITE REORDER-PRINT-RECORD.
           IF WS-REORDER-COUNT = 0
               WRITE REORDER-PRINT-RECORD FROM WS-REORDER-NONE-LINE
           ELSE
               MOVE WS-REORDER-COUNT TO WS-RT-COUNT
               WRITE REORDER-PRINT-RECORD FROM WS-REORDER-TOTAL-LINE
           END-IF.

       PRINT-COMPANY-TOTALS.
           MOVE SPACES TO STATUS-PRINT-RECORD.
           WRITE STATUS-PRINT-RECORD.
           MOVE "COMPANY TOTAL:" TO WS-TL-LABEL.
           MOVE WS-ROW-COUNT TO WS-TL-ITEMS.
           MOVE WS-CO-ON-HAND TO WS-TL-ON-HAND.
           MOVE WS-CO-BACKORDER TO WS-TL-BACKORDER.
           MOVE WS-CO-SOLD-MTD TO WS-TL-SOLD-MTD.
           MOVE WS-REORDER-COUNT TO WS-TL-AT-REORDER.
           WRITE STATUS-PRINT-RECORD FROM WS-STATUS-TOTAL-LINE.
