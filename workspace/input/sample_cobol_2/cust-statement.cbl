      * the page was already on file, it just never came together
      * in one place.
      *
      * A national account gets one consolidated statement: a
      * location linked to a parent on the master is billed on the
      * parent's statement, each line showing the location it came
      * from, and the tier standing is the whole family's combined
      * YTD - the figure the posting run prices on.
      *
      * The statement month arrives as PARM='YYYYMM'; when no PARM
      * is supplied the current month is used.
      *
      * Modification History:
      * 2026-08-22  Initial version.
      * 2026-10-15  Audit log record and the sort record that
      *             carries it widened to 121 bytes with the
      *             salesperson code and tier rate.
      * 2026-10-15  Audit log record and sort record widened to 128
      *             bytes with the contract id.
      * 2026-10-15  National accounts get one consolidated
      *             statement - a location linked to a parent is
      *             billed on the parent's, each line showing the
      *             account it came from, with tier standing on
      *             the family's combined YTD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       SD  SORT-WORK-FILE.
       01 SORT-AUDIT-RECORD.
           05 SA-BILL-TO-ID        PIC 9(5).
           05 SA-AUDIT-IMAGE.
               10 SA-CUSTOMER-ID   PIC 9(5).
               10 FILLER           PIC X(123).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
           88 SORT-EOF                 VALUE 'Y'.
       01 WS-TIER-EOF           PIC X VALUE 'N'.
           88 TIER-EOF                 VALUE 'Y'.
       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.

       COPY 'audit-record.cpy'.

               10 WS-TIER-BREAKPOINT   PIC 9(7)V99.
               10 WS-TIER-RATE         PIC 9V99.

      * National-account families - each parent's locations and
      * their combined YTD, from one pass of the master. The
      * parent's own YTD is added when its statement prints.
       01 WS-FAMILY-COUNT       PIC 9(3) VALUE 0.
       01 WS-FAMILY-TABLE.
           05 WS-FAMILY-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-FAM-IDX.
               10 WS-FAM-PARENT-ID     PIC 9(5).
               10 WS-FAM-LOCATIONS     PIC 9(3).
               10 WS-FAM-CHILD-YTD     PIC 9(9)V99.
       01 WS-FAMILY-SUB         PIC 9(3) VALUE 0.
       01 WS-FAMILY-KEY         PIC 9(5) VALUE 0.

      * Bill-to lookup for the audit line being released - the
      * last customer looked up is remembered, since a customer's
      * lines often run together.
       01 WS-LOOKUP-ID          PIC 9(5) VALUE 0.
       01 WS-LOOKUP-BILL-TO     PIC 9(5) VALUE 0.

       01 WS-CURRENT-CUST-ID    PIC 9(5) VALUE 0.
       01 WS-STMT-OPEN          PIC X VALUE 'N'.
       01 WS-MASTER-FOUND       PIC X VALUE 'N'.
       01 WS-LINE-RATE          PIC 9V99.
       01 WS-LINE-DISCOUNT      PIC S9(9)V99.

       01 WS-STANDING-YTD       PIC 9(9)V99 VALUE 0.
       01 WS-TIER-RATE-FOUND    PIC 9V99 VALUE 0.
       01 WS-TIER-RATE-PCT      PIC 9(3)V99.
       01 WS-NEXT-BREAKPOINT    PIC 9(7)V99 VALUE 0.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SZ-ZIP         PIC X(10).

       01 WS-STMT-NATL-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(37)
               VALUE "NATIONAL ACCOUNT - CONSOLIDATED FOR ".
           05 WS-SL-LOCATIONS   PIC ZZ9.
           05 FILLER            PIC X(10) VALUE " LOCATIONS".

       01 WS-STMT-COL-HEADER.
           05 FILLER            PIC X(10) VALUE "DATE".
           05 FILLER            PIC X(6)  VALUE "TYPE".
           05 FILLER            PIC X(5)  VALUE "CUR".
           05 FILLER            PIC X(14) VALUE "      PURCHASE".
           05 FILLER            PIC X(14) VALUE "      DISCOUNT".
           05 FILLER            PIC X(9)  VALUE "  ACCOUNT".

       01 WS-STMT-DETAIL.
           05 WS-SD-DATE        PIC X(8).
           05 WS-SD-PURCHASE    PIC X(10).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-SD-DISCOUNT    PIC X(10).
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 WS-SD-ACCOUNT     PIC 9(5).

       01 WS-STMT-MONTH-TOTALS.
           05 FILLER            PIC X(28)
               VALUE "YTD PURCHASES (USD):        ".
           05 WS-SY-YTD         PIC ZZ,ZZZ,ZZ9.99.

       01 WS-STMT-FAMILY-LINE.
           05 FILLER            PIC X(28)
               VALUE "ALL LOCATIONS YTD (USD):    ".
           05 WS-SF-YTD         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-STMT-TIER-LINE.
           05 FILLER            PIC X(28)
               VALUE "CURRENT DISCOUNT RATE:      ".

           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT STATEMENT-PRINT-FILE.
           PERFORM LOAD-FAMILY-TABLE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-BILL-TO-ID SA-CUSTOMER-ID
               INPUT PROCEDURE IS SELECT-MONTH-RECORDS
                   THRU SELECT-MONTH-EXIT
               OUTPUT PROCEDURE IS PRINT-STATEMENTS
                                   OR AU-TRANS-TYPE = 'R')
                               AND AU-TIMESTAMP(1:6)
                                   = WS-STATEMENT-MONTH
                           PERFORM FIND-BILL-TO
                           MOVE WS-LOOKUP-BILL-TO TO SA-BILL-TO-ID
                           MOVE AUDIT-DETAIL-RECORD
                               TO SA-AUDIT-IMAGE
                           RELEASE SORT-AUDIT-RECORD
                       END-IF
               END-READ
       SELECT-MONTH-EXIT.
           EXIT.

       FIND-BILL-TO.
      *    A location linked to a parent bills on the parent's
      *    statement; anyone else - including a customer no longer
      *    on the master - bills on their own.
           IF AU-CUSTOMER-ID NOT = WS-LOOKUP-ID
               MOVE AU-CUSTOMER-ID TO WS-LOOKUP-ID
               MOVE AU-CUSTOMER-ID TO WS-LOOKUP-BILL-TO
               MOVE AU-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-HAS-PARENT
                           MOVE CM-PARENT-ID TO WS-LOOKUP-BILL-TO
                       END-IF
               END-READ
           END-IF.

       PRINT-STATEMENTS.
      *    Records come back grouped by bill-to account - on each
      *    change, close out the prior statement and start the next
      *    page.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SA-AUDIT-IMAGE TO AUDIT-DETAIL-RECORD
                       IF SA-BILL-TO-ID NOT = WS-CURRENT-CUST-ID
                           PERFORM FINISH-STATEMENT
                           MOVE SA-BILL-TO-ID TO WS-CURRENT-CUST-ID
                           PERFORM START-STATEMENT
                       END-IF
                       PERFORM PRINT-STATEMENT-DETAIL
               END-IF
           END-IF.

           MOVE WS-CURRENT-CUST-ID TO WS-FAMILY-KEY.
           PERFORM FIND-FAMILY-ENTRY.
           IF WS-FAMILY-SUB > 0
               MOVE WS-FAM-LOCATIONS(WS-FAMILY-SUB) TO WS-SL-LOCATIONS
               WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-NATL-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-COL-HEADER.
           MOVE AU-CURRENCY TO WS-SD-CURRENCY.
           MOVE AU-PURCHASE TO WS-SD-PURCHASE.
           MOVE AU-DISCOUNT TO WS-SD-DISCOUNT.
           MOVE AU-CUSTOMER-ID TO WS-SD-ACCOUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL.

      *    Month totals accumulate in base currency so a customer
           END-IF.

       PRINT-TIER-STANDING.
      *    A national account stands on the family's combined YTD,
      *    the figure the posting run prices every member on.
           IF MASTER-FOUND
               MOVE CM-YTD-PURCHASES TO WS-SY-YTD
               WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-YTD-LINE
               MOVE CM-YTD-PURCHASES TO WS-STANDING-YTD
               IF WS-FAMILY-SUB > 0
                   ADD WS-FAM-CHILD-YTD(WS-FAMILY-SUB)
                       TO WS-STANDING-YTD
                   MOVE WS-STANDING-YTD TO WS-SF-YTD
                   WRITE STATEMENT-PRINT-RECORD
                       FROM WS-STMT-FAMILY-LINE
               END-IF
               PERFORM DETERMINE-TIER-STANDING
               COMPUTE WS-TIER-RATE-PCT = WS-TIER-RATE-FOUND * 100
               MOVE WS-TIER-RATE-PCT TO WS-ST-RATE
               IF WS-NEXT-FOUND = 'Y'
                   MOVE WS-NEXT-BREAKPOINT TO WS-SN-BREAKPOINT
                   COMPUTE WS-NEEDED-AMOUNT =
                       WS-NEXT-BREAKPOINT - WS-STANDING-YTD
                   MOVE WS-NEEDED-AMOUNT TO WS-SN-NEEDED
                   WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-NEXT-LINE
               ELSE

       DETERMINE-TIER-STANDING.
      *    Tiers are in descending breakpoint order ending in a
      *    0.00 catch-all row. The first breakpoint the standing
      *    YTD reaches is the rate the customer earns today; the
      *    row above it (if any) is the next tier to sell toward.
           MOVE 0 TO WS-TIER-RATE-FOUND.
           MOVE 'N' TO WS-NEXT-FOUND.
           MOVE 0 TO WS-NEXT-BREAKPOINT.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-STANDING-YTD
                       >= WS-TIER-BREAKPOINT(WS-TIER-IDX)
                   MOVE WS-TIER-RATE(WS-TIER-IDX)
                       TO WS-TIER-RATE-FOUND
                   MOVE 'Y' TO WS-MASTER-FOUND
           END-READ.

       LOAD-FAMILY-TABLE.
      *    One pass of the master totals each parent's locations.
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

       ADD-LOCATION-TO-FAMILY.
           MOVE CM-PARENT-ID TO WS-FAMILY-KEY.
           PERFORM FIND-FAMILY-ENTRY.
           IF WS-FAMILY-SUB = 0
               IF WS-FAMILY-COUNT < 200
                   ADD 1 TO WS-FAMILY-COUNT
                   MOVE WS-FAMILY-COUNT TO WS-FAMILY-SUB
                   MOVE CM-PARENT-ID
                       TO WS-FAM-PARENT-ID(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-LOCATIONS(WS-FAMILY-SUB)
                   MOVE 0 TO WS-FAM-CHILD-YTD(WS-FAMILY-SUB)
               ELSE
                   DISPLAY "*** WS-FAMILY-TABLE has more than "
                       "200 parents - extra families shown "
                       "on their own YTD ***"
               END-IF
           END-IF.
           IF WS-FAMILY-SUB > 0
               ADD 1 TO WS-FAM-LOCATIONS(WS-FAMILY-SUB)
               ADD CM-YTD-PURCHASES
                   TO WS-FAM-CHILD-YTD(WS-FAMILY-SUB)
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

       LOAD-TIER-TABLE.
      *    Same load-with-fallback DISCOUNT-CALC performs, so the
      *    standing printed here always matches the pricing the
