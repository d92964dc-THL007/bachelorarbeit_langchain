      * accounting rebuilt the aging in a spreadsheet from the raw
      * extract every month-end. This report ages each customer's
      * open balance into current / 31-60 / 61-90 / over-90
      * columns from the unpaid invoices on the CUSTOPEN open-item
      * ledger, each by its own invoice date, reconciles the aged
      * figures to the balance actually on the master (credit held
      * on account and manual corrections relieve the oldest
      * invoices first), flags every customer whose balance
      * exceeds CM-CREDIT-LIMIT, and totals by branch and in all.
      * Balance the ledger cannot explain - a balance carried from
      * before the ledger existed - ages into the over-90 column,
      * the conservative place for money of unknown age.
      *
      * National accounts are then aged again consolidated by
      * parent - the parent's own balance plus every linked
      * location's, one line per parent, flagged when the family
      * is over a credit limit the parent carries.
      *
      * Modification History:
      * 2026-09-02  Initial version.
      * 2026-10-15  Ages from the CUSTOPEN open-item ledger - each
      *             unpaid invoice by its own invoice date -
      *             instead of replaying the CUSTARGL extract and
      *             inferring what cash relieved. Only credit the
      *             ledger carries on account, and balance from
      *             before the ledger existed, still go through
      *             the reconciliation to the master.
      * 2026-10-15  National accounts aged again consolidated by
      *             parent - parent plus linked locations on one
      *             line, flagged over a limit the parent carries.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "CUSTOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.
       01 AGED-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-AGED-STATUS        PIC XX VALUE '00'.

       01 WS-OPEN-ITEM-EOF      PIC X VALUE 'N'.
           88 OPEN-ITEM-EOF            VALUE 'Y'.
       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.
       01 WS-LAST-INVOICE-DATE  PIC 9(8) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
      * plain verbs with no calendar edge cases on a bad date.
       01 WS-AGE-DAYS           PIC S9(7) VALUE 0.

       01 WS-BAD-DATE-COUNT     PIC 9(7) VALUE 0.

      * The customer being reported - buckets after the credit
      * reallocation, so they sum exactly to CM-OPEN-BALANCE.
       01 WS-CUST-BUCKET-1      PIC S9(9)V99 VALUE 0.
       01 WS-CUSTOMER-COUNT     PIC 9(5) VALUE 0.
       01 WS-OVER-LIMIT-COUNT   PIC 9(5) VALUE 0.

      * National-account families - one row per parent with linked
      * locations, found by a first pass of the master, gathering
      * the reported buckets of the parent and its locations.
       01 WS-FAMILY-COUNT       PIC 9(3) VALUE 0.
       01 WS-FAMILY-TABLE.
           05 WS-FAMILY-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-FAM-IDX.
               10 WS-FAM-PARENT-ID     PIC 9(5).
               10 WS-FAM-NAME          PIC X(20).
               10 WS-FAM-LIMIT         PIC 9(7)V99.
               10 WS-FAM-LOCATIONS     PIC 9(3).
               10 WS-FAM-BUCKET-1      PIC S9(9)V99.
               10 WS-FAM-BUCKET-2      PIC S9(9)V99.
               10 WS-FAM-BUCKET-3      PIC S9(9)V99.
               10 WS-FAM-BUCKET-4      PIC S9(9)V99.
               10 WS-FAM-BALANCE       PIC S9(9)V99.
       01 WS-FAMILY-SUB         PIC 9(3) VALUE 0.
       01 WS-FAMILY-KEY         PIC 9(5) VALUE 0.
       01 WS-FAMILY-OVER-COUNT  PIC 9(5) VALUE 0.

       01 WS-AGED-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(36)
               VALUE "CUSTOMERS OVER CREDIT LIMIT: ".
           05 WS-AT-OVER-LIMIT  PIC ZZ,ZZ9.

       01 WS-FAMILY-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(44)
               VALUE "NATIONAL ACCOUNTS - CONSOLIDATED BY PARENT".

       01 WS-FAMILY-HEADER-2.
           05 FILLER            PIC X(7)  VALUE "PARENT".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(21) VALUE "PARENT NAME".
           05 FILLER            PIC X(15) VALUE "        CURRENT".
           05 FILLER            PIC X(15) VALUE "          31-60".
           05 FILLER            PIC X(15) VALUE "          61-90".
           05 FILLER            PIC X(15) VALUE "        OVER 90".
           05 FILLER            PIC X(15) VALUE "        BALANCE".
           05 FILLER            PIC X(4)  VALUE " LOC".
           05 FILLER            PIC X(10) VALUE "FLAG".

       01 WS-FAMILY-DETAIL.
           05 WS-FD-PARENT-ID   PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-FD-NAME        PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-BUCKET-1    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-BUCKET-2    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-BUCKET-3    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-BUCKET-4    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-LOCATIONS   PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-FD-FLAG        PIC X(10).

       01 WS-FAMILY-TOTALS.
           05 FILLER            PIC X(30)
               VALUE "FAMILIES OVER PARENT LIMIT: ".
           05 WS-FT-OVER-LIMIT  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-FAMILY-TABLE.
           PERFORM OPEN-AGED-REPORT.
           PERFORM REPORT-ALL-CUSTOMERS.
           PERFORM REPORT-AGED-TOTALS.
           IF WS-FAMILY-COUNT > 0
               PERFORM REPORT-FAMILY-AGING
           END-IF.

           CLOSE AGED-REPORT-FILE.

           IF WS-BAD-DATE-COUNT > 0
               DISPLAY "*** " WS-BAD-DATE-COUNT " open items "
                   "carried an unusable invoice date and were "
                   "aged as current ***"
           END-IF.

           DISPLAY "Customers with a balance: " WS-CUSTOMER-COUNT.
           DISPLAY "Customers over credit limit: "
               WS-OVER-LIMIT-COUNT.
           DISPLAY "National accounts over parent limit: "
               WS-FAMILY-OVER-COUNT.
           STOP RUN.

       LOAD-FAMILY-TABLE.
      *    First pass of the master - every parent a location is
      *    linked to gets a row.
           OPEN INPUT CUSTOMER-MASTER-FILE.
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
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE 'N' TO WS-MASTER-EOF.

       ADD-LOCATION-TO-FAMILY.
           MOVE CM-PARENT-ID TO WS-FAMILY-KEY.
           PERFORM FIND-FAMILY-ENTRY.
           IF WS-FAMILY-SUB = 0
               IF WS-FAMILY-COUNT < 200
                   ADD 1 TO WS-FAMILY-COUNT
                   MOVE WS-FAMILY-COUNT TO WS-FAMILY-SUB
                   MOVE CM-PARENT-ID
                       TO WS-FAM-PARENT-ID(WS-FAMILY-SUB)
                   MOVE "(PARENT NOT ON FILE)"
                       TO WS-FAM-NAME(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-LIMIT(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-LOCATIONS(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-BUCKET-1(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-BUCKET-2(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-BUCKET-3(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-BUCKET-4(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-BALANCE(WS-FAMILY-SUB)
               ELSE
                   DISPLAY "*** WS-FAMILY-TABLE has more than "
                       "200 parents - extra families left out "
                       "of the consolidated aging ***"
               END-IF
           END-IF.
           IF WS-FAMILY-SUB > 0
               ADD 1 TO WS-FAM-LOCATIONS(WS-FAMILY-SUB)
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

       OPEN-AGED-REPORT.
           OPEN OUTPUT AGED-REPORT-FILE.
           MOVE WS-RUN-MM TO WS-AH2-MM.
           WRITE AGED-REPORT-RECORD.
           WRITE AGED-REPORT-RECORD FROM WS-AGED-HEADER-3.

       COMPUTE-AGE-DAYS.
      *    Approximate day count - 365-day years and 30-day months
      *    are close enough to place an invoice in a 30-day aging
      *    bucket, and plain subtraction cannot blow up on a date
      *    a calendar routine would refuse.
           IF OI-INVOICE-DATE IS NUMERIC
                   AND OI-INVOICE-DATE > 19000000
               MOVE OI-INVOICE-DATE TO WS-TRANS-DATE-SPLIT
               COMPUTE WS-AGE-DAYS =
                   ((WS-RUN-YYYY - WS-TD-YYYY) * 365)
                   + ((WS-RUN-MM - WS-TD-MM) * 30)
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

       REPORT-ALL-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               DISPLAY "*** CUSTOPEN not found - every balance "
                   "ages over-90 ***"
           END-IF.

           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM NOTE-FAMILY-MEMBER
                       IF CM-OPEN-BALANCE NOT = ZERO
                           PERFORM REPORT-ONE-CUSTOMER
                       END-IF
           END-PERFORM.

           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-OPEN-ITEM-STATUS NOT = "35"
               CLOSE OPEN-ITEM-FILE
           END-IF.

       NOTE-FAMILY-MEMBER.
      *    Find the family this customer belongs to, as a location
      *    or as the parent itself; a parent's name and limit are
      *    kept for the consolidated line even when its own balance
      *    is zero.
           IF CM-HAS-PARENT
               MOVE CM-PARENT-ID TO WS-FAMILY-KEY
           ELSE
               MOVE CM-CUSTOMER-ID TO WS-FAMILY-KEY
           END-IF.
           PERFORM FIND-FAMILY-ENTRY.
           IF WS-FAMILY-SUB > 0
                   AND NOT CM-HAS-PARENT
               MOVE CM-CUSTOMER-NAME TO WS-FAM-NAME(WS-FAMILY-SUB)
               MOVE CM-CREDIT-LIMIT TO WS-FAM-LIMIT(WS-FAMILY-SUB)
           END-IF.

       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           ADD WS-CUST-BUCKET-4 TO WS-GT-BUCKET-4.
           ADD CM-OPEN-BALANCE TO WS-GT-BALANCE.

           IF WS-FAMILY-SUB > 0
               ADD WS-CUST-BUCKET-1 TO WS-FAM-BUCKET-1(WS-FAMILY-SUB)
               ADD WS-CUST-BUCKET-2 TO WS-FAM-BUCKET-2(WS-FAMILY-SUB)
               ADD WS-CUST-BUCKET-3 TO WS-FAM-BUCKET-3(WS-FAMILY-SUB)
               ADD WS-CUST-BUCKET-4 TO WS-FAM-BUCKET-4(WS-FAMILY-SUB)
               ADD CM-OPEN-BALANCE TO WS-FAM-BALANCE(WS-FAMILY-SUB)
           END-IF.

       LOAD-CUSTOMER-BUCKETS.
      *    Position on the customer's first open-item row and age
      *    every invoice that still owes money by its own invoice
      *    date. The on-account row (invoice zero) is left for
      *    the reconciliation - unapplied credit relieves the
      *    oldest invoices there.
           MOVE 0 TO WS-CUST-BUCKET-1.
           MOVE 0 TO WS-CUST-BUCKET-2.
           MOVE 0 TO WS-CUST-BUCKET-3.
           MOVE 0 TO WS-CUST-BUCKET-4.
           MOVE SPACES TO WS-CUST-BRANCH.
           MOVE 0 TO WS-LAST-INVOICE-DATE.

           IF WS-OPEN-ITEM-STATUS = "35"
               MOVE 'Y' TO WS-OPEN-ITEM-EOF
           ELSE
               MOVE 'N' TO WS-OPEN-ITEM-EOF
               MOVE CM-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE 0 TO OI-INVOICE-NO
               START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-OPEN-ITEM-EOF
               END-START
           END-IF.

           PERFORM UNTIL OPEN-ITEM-EOF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OPEN-ITEM-EOF
                   NOT AT END
                       IF OI-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                           MOVE 'Y' TO WS-OPEN-ITEM-EOF
                       ELSE
                           PERFORM AGE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       AGE-ONE-OPEN-ITEM.
           IF OI-INVOICE-NO > ZERO
                   AND OI-STATUS-OPEN
                   AND OI-OPEN-AMOUNT NOT = ZERO
               PERFORM COMPUTE-AGE-DAYS
               PERFORM ADD-TO-CUSTOMER-BUCKET
      *        The customer reports under the branch of their
      *        most recent open invoice - one home store per
      *        customer keeps the branch totals additive.
               IF OI-INVOICE-DATE IS NUMERIC
                       AND OI-INVOICE-DATE >= WS-LAST-INVOICE-DATE
                   MOVE OI-INVOICE-DATE TO WS-LAST-INVOICE-DATE
                   MOVE OI-BRANCH-CODE TO WS-CUST-BRANCH
               END-IF
           END-IF.

       ADD-TO-CUSTOMER-BUCKET.
           IF WS-AGE-DAYS <= 30
               ADD OI-OPEN-AMOUNT TO WS-CUST-BUCKET-1
           ELSE
               IF WS-AGE-DAYS <= 60
                   ADD OI-OPEN-AMOUNT TO WS-CUST-BUCKET-2
               ELSE
                   IF WS-AGE-DAYS <= 90
                       ADD OI-OPEN-AMOUNT TO WS-CUST-BUCKET-3
                   ELSE
                       ADD OI-OPEN-AMOUNT TO WS-CUST-BUCKET-4
                   END-IF
               END-IF
           END-IF.

       RECONCILE-TO-OPEN-BALANCE.
      *    The open invoices show what is owed document by
      *    document; the master balance also reflects cash and
      *    credit held on account and any manual correction. The
      *    difference is credit already received and relieves
      *    the oldest invoices first, so the printed buckets
      *    always sum exactly to CM-OPEN-BALANCE. A balance the
      *    ledger cannot explain - carried from before the
      *    open-item ledger existed - ages over-90.
           COMPUTE WS-DERIVED-TOTAL = WS-CUST-BUCKET-1
               + WS-CUST-BUCKET-2 + WS-CUST-BUCKET-3
               + WS-CUST-BUCKET-4.
           WRITE AGED-REPORT-RECORD FROM WS-AGED-TOTALS-1.
           MOVE WS-OVER-LIMIT-COUNT TO WS-AT-OVER-LIMIT.
           WRITE AGED-REPORT-RECORD FROM WS-AGED-TOTALS-2.

       REPORT-FAMILY-AGING.
      *    One consolidated line per national account - the same
      *    reconciled buckets printed above, summed across the
      *    parent and its locations, so the section foots to the
      *    detail it came from.
           MOVE SPACES TO AGED-REPORT-RECORD.
           WRITE AGED-REPORT-RECORD.
           WRITE AGED-REPORT-RECORD FROM WS-FAMILY-HEADER-1.
           MOVE SPACES TO AGED-REPORT-RECORD.
           WRITE AGED-REPORT-RECORD.
           WRITE AGED-REPORT-RECORD FROM WS-FAMILY-HEADER-2.

           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > WS-FAMILY-COUNT
               MOVE WS-FAM-PARENT-ID(WS-FAM-IDX) TO WS-FD-PARENT-ID
               MOVE WS-FAM-NAME(WS-FAM-IDX) TO WS-FD-NAME
               MOVE WS-FAM-BUCKET-1(WS-FAM-IDX) TO WS-FD-BUCKET-1
               MOVE WS-FAM-BUCKET-2(WS-FAM-IDX) TO WS-FD-BUCKET-2
               MOVE WS-FAM-BUCKET-3(WS-FAM-IDX) TO WS-FD-BUCKET-3
               MOVE WS-FAM-BUCKET-4(WS-FAM-IDX) TO WS-FD-BUCKET-4
               MOVE WS-FAM-BALANCE(WS-FAM-IDX) TO WS-FD-BALANCE
               MOVE WS-FAM-LOCATIONS(WS-FAM-IDX) TO WS-FD-LOCATIONS
               IF WS-FAM-LIMIT(WS-FAM-IDX) > ZERO
                       AND WS-FAM-BALANCE(WS-FAM-IDX)
                           > WS-FAM-LIMIT(WS-FAM-IDX)
                   MOVE "OVER LIMIT" TO WS-FD-FLAG
                   ADD 1 TO WS-FAMILY-OVER-COUNT
               ELSE
                   MOVE SPACES TO WS-FD-FLAG
               END-IF
               WRITE AGED-REPORT-RECORD FROM WS-FAMILY-DETAIL
           END-PERFORM.

           MOVE SPACES TO AGED-REPORT-RECORD.
           WRITE AGED-REPORT-RECORD.
           MOVE WS-FAMILY-OVER-COUNT TO WS-FT-OVER-LIMIT.
           WRITE AGED-REPORT-RECORD FROM WS-FAMILY-TOTALS.
