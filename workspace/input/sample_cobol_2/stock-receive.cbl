       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-RECEIVE.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Stock receiving. ITEMMAST only says whether an item code is
      * valid and active; the ITEMSTOK stock file says how many of
      * it each branch holds, and CUSTOMER-MAIN refuses a sale the
      * selling branch cannot fill. This job is how goods get onto
      * that file: it reads the day's ITEMRCPT receiving feed and,
      * for each entry,
      *   'R'  adds the quantity received to on-hand at the branch,
      *        creating the item's stock row there on its first
      *        receipt;
      *   'P'  sets the branch's reorder point and reorder
      *        quantity for the item, the figures the nightly
      *        reorder report works from;
      *   'X'  takes a cancelled backorder off the item's backorder
      *        quantity, for an order the customer would not wait
      *        for.
      * Every movement prints on the ITEMRGTR receiving register
      * with on-hand before and after. An entry for an item not on
      * ITEMMAST, a blank branch, a non-numeric or zero quantity, or
      * a cancel against a branch with no stock row goes to the
      * ITEMEXCP exception listing and does not post.
      *
      * Runs in CUSTBAT ahead of the posting step, so goods received
      * today are on the shelf before tonight's orders are tested
      * against it. Ends with return code 4 when any entry could not
      * post, 0 clean.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL, and a
      *             restarted CUSTBAT night skips the step when it
      *             already completed for the batch instead of running
      *             it twice.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-TRANS-FILE ASSIGN TO "ITEMRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT STOCK-FILE ASSIGN TO "ITEMSTOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT RECEIVING-REGISTER-FILE ASSIGN TO "ITEMRGTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RECEIVING-EXCEPTION-FILE ASSIGN TO "ITEMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-TRANS-FILE.
       COPY 'stock-receipt.cpy'.

       FD  ITEM-MASTER-FILE.
       COPY 'item-record.cpy'.

       FD  STOCK-FILE.
       COPY 'stock-record.cpy'.

       FD  RECEIVING-REGISTER-FILE.
       01 RECEIVING-REGISTER-RECORD PIC X(110).

       FD  RECEIVING-EXCEPTION-FILE.
       01 RECEIVING-EXCEPTION-RECORD PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-RECEIPT-STATUS     PIC XX VALUE '00'.
       01 WS-ITEM-STATUS        PIC XX VALUE '00'.
       01 WS-STOCK-STATUS       PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.

       01 WS-RECEIPT-EOF        PIC X VALUE 'N'.
           88 RECEIPT-EOF              VALUE 'Y'.
       01 WS-ITEM-EOF           PIC X VALUE 'N'.
           88 ITEM-EOF                 VALUE 'Y'.
       01 WS-STOCK-FOUND        PIC X VALUE 'N'.
           88 STOCK-FOUND              VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH          PIC 9(6) VALUE 0.

      * Item master reference table, loaded once per run - the
      * same 100-row table CUSTOMER-MAIN validates line items
      * against.
       01 WS-ITEM-COUNT         PIC 9(3) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-ITEM-IDX.
               10 WS-IT-CODE           PIC X(8).
               10 WS-IT-DESC           PIC X(25).
       01 WS-ITEM-FOUND         PIC X VALUE 'N'.
       01 WS-FOUND-ITEM-DESC    PIC X(25) VALUE SPACES.

       01 WS-PRIOR-ON-HAND      PIC S9(7) VALUE 0.
       01 WS-ENTRY-VALID        PIC X VALUE 'N'.

      * Control totals - entries read, posted by type, and
      * rejected, so the register proves to the receiving dock's
      * own count.
       01 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-RECEIPT-COUNT      PIC 9(5) VALUE 0.
       01 WS-RECEIPT-UNITS      PIC 9(9) VALUE 0.
       01 WS-REORDER-SET-COUNT  PIC 9(5) VALUE 0.
       01 WS-CANCEL-COUNT       PIC 9(5) VALUE 0.
       01 WS-CANCEL-UNITS       PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.

       01 WS-RCV-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(33)
               VALUE "STOCK RECEIVING REGISTER".

       01 WS-RCV-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-RH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RH2-YYYY       PIC 9(4).

       01 WS-RCV-HEADER-3.
           05 FILLER            PIC X(5)  VALUE "TYPE".
           05 FILLER            PIC X(10) VALUE "ITEM".
           05 FILLER            PIC X(5)  VALUE "BR".
           05 FILLER            PIC X(27) VALUE "DESCRIPTION".
           05 FILLER            PIC X(12) VALUE "REFERENCE".
           05 FILLER            PIC X(10) VALUE " QUANTITY ".
           05 FILLER            PIC X(11) VALUE "   ON HAND ".
           05 FILLER            PIC X(11) VALUE "   NOW HAS ".
           05 FILLER            PIC X(10) VALUE "BACKORDER ".
           05 FILLER            PIC X(9)  VALUE "  REORDER".

       01 WS-RCV-DETAIL.
           05 WS-RD-TYPE        PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-ITEM        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-BRANCH      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-DESC        PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-REFERENCE   PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-QUANTITY    PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-PRIOR       PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-ON-HAND     PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-BACKORDER   PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-REORDER-PT  PIC Z,ZZZ,ZZ9.

      * Exception listing - same shape as the posting run's
      * CUSTEXCP lines, so the dock works one familiar format.
       01 WS-EXCEPTION-DETAIL.
           05 WS-EX-TYPE        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-ITEM        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-BRANCH      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-REFERENCE   PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-QUANTITY    PIC X(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-REASON      PIC X(30).

       01 WS-RCV-TOTALS-1.
           05 FILLER            PIC X(30)
               VALUE "ENTRIES READ: ".
           05 WS-RT-READ        PIC ZZ,ZZ9.

       01 WS-RCV-TOTALS-2.
           05 FILLER            PIC X(30)
               VALUE "RECEIPTS POSTED: ".
           05 WS-RT-RECEIPTS    PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-RT-RCPT-UNITS  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(6)  VALUE " UNITS".

       01 WS-RCV-TOTALS-3.
           05 FILLER            PIC X(30)
               VALUE "REORDER SETTINGS CHANGED: ".
           05 WS-RT-REORDER     PIC ZZ,ZZ9.

       01 WS-RCV-TOTALS-4.
           05 FILLER            PIC X(30)
               VALUE "BACKORDERS CANCELLED: ".
           05 WS-RT-CANCELS     PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-RT-CANC-UNITS  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(6)  VALUE " UNITS".

       01 WS-RCV-TOTALS-5.
           05 FILLER            PIC X(30)
               VALUE "ENTRIES REJECTED: ".
           05 WS-RT-REJECTED    PIC ZZ,ZZ9.

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Stock Receiving".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM.

           PERFORM LOAD-ITEM-TABLE.
           PERFORM OPEN-RECEIVING-FILES.
           PERFORM POST-ALL-RECEIPTS.
           PERFORM REPORT-RECEIVING-TOTALS.
           PERFORM CLOSE-RECEIVING-FILES.

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Entries posted: "
               WS-RECEIPT-COUNT " receipts, "
               WS-REORDER-SET-COUNT " reorder settings, "
               WS-CANCEL-COUNT " cancels".
           DISPLAY "Entries rejected: " WS-REJECT-COUNT.
           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    Under CUSTBAT's run control a restarted night skips this
      *    step when it already completed for the batch.
           MOVE "INVENTORY-RECEIVE" TO SC-PROGRAM-NAME.
           MOVE 'B' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       LOAD-ITEM-TABLE.
      *    A missing ITEMMAST leaves the table empty and every
      *    entry rejects - TABLE-AUDIT has already stopped the
      *    night when the file is absent.
           OPEN INPUT ITEM-MASTER-FILE.

           IF WS-ITEM-STATUS = "35"
               DISPLAY "*** ITEMMAST not found - receipts "
                   "cannot be validated this run ***"
           ELSE
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

       OPEN-RECEIVING-FILES.
           OPEN INPUT RECEIPT-TRANS-FILE.

      *    Open the stock file, creating it on first use - the
      *    first night's receipts are what build it.
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS = "35"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.

           OPEN OUTPUT RECEIVING-REGISTER-FILE.
           OPEN OUTPUT RECEIVING-EXCEPTION-FILE.

           MOVE WS-RUN-MM TO WS-RH2-MM.
           MOVE WS-RUN-DD TO WS-RH2-DD.
           MOVE WS-RUN-YYYY TO WS-RH2-YYYY.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-HEADER-1.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-HEADER-2.
           MOVE SPACES TO RECEIVING-REGISTER-RECORD.
           WRITE RECEIVING-REGISTER-RECORD.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-HEADER-3.

       CLOSE-RECEIVING-FILES.
           CLOSE RECEIPT-TRANS-FILE.
           CLOSE STOCK-FILE.
           CLOSE RECEIVING-REGISTER-FILE.
           CLOSE RECEIVING-EXCEPTION-FILE.

       POST-ALL-RECEIPTS.
           PERFORM UNTIL RECEIPT-EOF
               READ RECEIPT-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-RECEIPT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM POST-ONE-RECEIPT
               END-READ
           END-PERFORM.

       POST-ONE-RECEIPT.
      *    Edit the entry, then find the item's stock row at the
      *    branch. A receipt or reorder setting for an item the
      *    branch has never stocked starts its row; a cancel needs
      *    a backorder to come off.
           PERFORM EDIT-RECEIPT-ENTRY.
           IF WS-ENTRY-VALID = 'Y'
               PERFORM READ-STOCK-ROW
               IF RV-BACKORDER-CANCEL
                   IF NOT STOCK-FOUND
                       MOVE "NO STOCK ROW AT BRANCH"
                           TO WS-EX-REASON
                       PERFORM WRITE-RECEIVING-EXCEPTION
                   ELSE
                       PERFORM POST-BACKORDER-CANCEL
                   END-IF
               ELSE
                   IF NOT STOCK-FOUND
                       PERFORM NEW-STOCK-ROW
                   END-IF
                   IF RV-RECEIPT
                       PERFORM POST-STOCK-RECEIPT
                   ELSE
                       PERFORM POST-REORDER-SETTING
                   END-IF
               END-IF
           END-IF.

       EDIT-RECEIPT-ENTRY.
           MOVE 'Y' TO WS-ENTRY-VALID.
           IF NOT RV-RECEIPT
                   AND NOT RV-REORDER-SET
                   AND NOT RV-BACKORDER-CANCEL
               MOVE 'N' TO WS-ENTRY-VALID
               MOVE "UNKNOWN ENTRY TYPE" TO WS-EX-REASON
           ELSE
               IF RV-BRANCH-CODE = SPACES
                   MOVE 'N' TO WS-ENTRY-VALID
                   MOVE "NO BRANCH CODE" TO WS-EX-REASON
               ELSE
                   PERFORM FIND-ITEM-MASTER
                   IF WS-ITEM-FOUND NOT = 'Y'
                       MOVE 'N' TO WS-ENTRY-VALID
                       MOVE "ITEM NOT ON ITEM MASTER"
                           TO WS-EX-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-ENTRY-VALID = 'Y'
               IF RV-REORDER-SET
                   IF RV-REORDER-POINT IS NOT NUMERIC
                           OR RV-REORDER-QTY IS NOT NUMERIC
                       MOVE 'N' TO WS-ENTRY-VALID
                       MOVE "FAILED INPUT EDIT" TO WS-EX-REASON
                   END-IF
               ELSE
                   IF RV-QUANTITY IS NOT NUMERIC
                           OR RV-QUANTITY = ZERO
                       MOVE 'N' TO WS-ENTRY-VALID
                       MOVE "FAILED INPUT EDIT" TO WS-EX-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-ENTRY-VALID NOT = 'Y'
               PERFORM WRITE-RECEIVING-EXCEPTION
           END-IF.

       FIND-ITEM-MASTER.
           MOVE 'N' TO WS-ITEM-FOUND.
           MOVE SPACES TO WS-FOUND-ITEM-DESC.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-CODE(WS-ITEM-IDX) = RV-ITEM-CODE
                   MOVE 'Y' TO WS-ITEM-FOUND
                   MOVE WS-IT-DESC(WS-ITEM-IDX)
                       TO WS-FOUND-ITEM-DESC
                   SET WS-ITEM-IDX TO WS-ITEM-COUNT
               END-IF
           END-PERFORM.

       READ-STOCK-ROW.
           MOVE RV-ITEM-CODE TO SK-ITEM-CODE.
           MOVE RV-BRANCH-CODE TO SK-BRANCH-CODE.
           READ STOCK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STOCK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STOCK-FOUND
           END-READ.

       NEW-STOCK-ROW.
           MOVE RV-ITEM-CODE TO SK-ITEM-CODE.
           MOVE RV-BRANCH-CODE TO SK-BRANCH-CODE.
           MOVE 0 TO SK-ON-HAND.
           MOVE 0 TO SK-REORDER-POINT.
           MOVE 0 TO SK-REORDER-QTY.
           MOVE 0 TO SK-ON-BACKORDER.
           MOVE 0 TO SK-SOLD-MTD.
           MOVE WS-RUN-MONTH TO SK-MTD-MONTH.
           MOVE 0 TO SK-LAST-RECEIPT-DATE.
           MOVE 0 TO SK-LAST-SALE-DATE.

       SAVE-STOCK-ROW.
           IF STOCK-FOUND
               REWRITE STOCK-RECORD
           ELSE
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "*** Stock row for item "
                           SK-ITEM-CODE " branch " SK-BRANCH-CODE
                           " could not be added ***"
               END-WRITE
           END-IF.

       POST-STOCK-RECEIPT.
      *    The receipt date is the dock's; a blank or bad one
      *    takes today's.
           MOVE SK-ON-HAND TO WS-PRIOR-ON-HAND.
           ADD RV-QUANTITY TO SK-ON-HAND.
           IF RV-RECEIPT-DATE IS NUMERIC
                   AND RV-RECEIPT-DATE > ZERO
               MOVE RV-RECEIPT-DATE TO SK-LAST-RECEIPT-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO SK-LAST-RECEIPT-DATE
           END-IF.
           PERFORM SAVE-STOCK-ROW.
           ADD 1 TO WS-RECEIPT-COUNT.
           ADD RV-QUANTITY TO WS-RECEIPT-UNITS.
           MOVE "RCPT" TO WS-RD-TYPE.
           MOVE RV-QUANTITY TO WS-RD-QUANTITY.
           PERFORM WRITE-REGISTER-DETAIL.

       POST-REORDER-SETTING.
           MOVE SK-ON-HAND TO WS-PRIOR-ON-HAND.
           MOVE RV-REORDER-POINT TO SK-REORDER-POINT.
           MOVE RV-REORDER-QTY TO SK-REORDER-QTY.
           PERFORM SAVE-STOCK-ROW.
           ADD 1 TO WS-REORDER-SET-COUNT.
           MOVE "ROP " TO WS-RD-TYPE.
           MOVE RV-REORDER-QTY TO WS-RD-QUANTITY.
           PERFORM WRITE-REGISTER-DETAIL.

       POST-BACKORDER-CANCEL.
      *    A cancel for more than is on backorder clears it; the
      *    register shows the quantity actually taken off.
           MOVE SK-ON-HAND TO WS-PRIOR-ON-HAND.
           IF RV-QUANTITY > SK-ON-BACKORDER
               MOVE SK-ON-BACKORDER TO WS-RD-QUANTITY
               ADD SK-ON-BACKORDER TO WS-CANCEL-UNITS
               MOVE 0 TO SK-ON-BACKORDER
           ELSE
               MOVE RV-QUANTITY TO WS-RD-QUANTITY
               ADD RV-QUANTITY TO WS-CANCEL-UNITS
               SUBTRACT RV-QUANTITY FROM SK-ON-BACKORDER
           END-IF.
           PERFORM SAVE-STOCK-ROW.
           ADD 1 TO WS-CANCEL-COUNT.
           MOVE "BOX " TO WS-RD-TYPE.
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
           MOVE RV-ITEM-CODE TO WS-RD-ITEM.
           MOVE RV-BRANCH-CODE TO WS-RD-BRANCH.
           MOVE WS-FOUND-ITEM-DESC TO WS-RD-DESC.
           MOVE RV-REFERENCE TO WS-RD-REFERENCE.
           MOVE WS-PRIOR-ON-HAND TO WS-RD-PRIOR.
           MOVE SK-ON-HAND TO WS-RD-ON-HAND.
           MOVE SK-ON-BACKORDER TO WS-RD-BACKORDER.
           MOVE SK-REORDER-POINT TO WS-RD-REORDER-PT.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-DETAIL.

       WRITE-RECEIVING-EXCEPTION.
      *    The reference and quantity travel with the reason so
      *    the dock can work the exception against its own
      *    receiving paperwork.
           MOVE RV-RECORD-TYPE TO WS-EX-TYPE.
           MOVE RV-ITEM-CODE TO WS-EX-ITEM.
           MOVE RV-BRANCH-CODE TO WS-EX-BRANCH.
           MOVE RV-REFERENCE TO WS-EX-REFERENCE.
           MOVE RV-QUANTITY TO WS-EX-QUANTITY.
           WRITE RECEIVING-EXCEPTION-RECORD FROM WS-EXCEPTION-DETAIL.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "*** Receiving entry for item " RV-ITEM-CODE
               " branch " RV-BRANCH-CODE
               " not posted - " WS-EX-REASON " ***".

       REPORT-RECEIVING-TOTALS.
           MOVE SPACES TO RECEIVING-REGISTER-RECORD.
           WRITE RECEIVING-REGISTER-RECORD.
           MOVE WS-READ-COUNT TO WS-RT-READ.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-TOTALS-1.
           MOVE WS-RECEIPT-COUNT TO WS-RT-RECEIPTS.
           MOVE WS-RECEIPT-UNITS TO WS-RT-RCPT-UNITS.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-TOTALS-2.
           MOVE WS-REORDER-SET-COUNT TO WS-RT-REORDER.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-TOTALS-3.
           MOVE WS-CANCEL-COUNT TO WS-RT-CANCELS.
           MOVE WS-CANCEL-UNITS TO WS-RT-CANC-UNITS.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-TOTALS-4.
           MOVE WS-REJECT-COUNT TO WS-RT-REJECTED.
           WRITE RECEIVING-REGISTER-RECORD FROM WS-RCV-TOTALS-5.
