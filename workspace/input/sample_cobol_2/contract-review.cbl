       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-REVIEW.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Monthly customer contract review for sales. Lists every
      * CUSTCNTR contract in force on the review date on CNTRRPT -
      * first those that expire within the next 60 days, the
      * renewal worklist, then the rest - each with the customer's
      * purchase volume since the contract started set against the
      * volume they committed to.
      *
      * Volume is the base-currency (USD) purchase amount of the
      * customer's sale lines on CUSTAUDIT from the contract's
      * start date through the review date, net of returns - the
      * same measure CM-YTD-PURCHASES and the discount tiers use.
      * A contract is BEHIND when that volume is short of the
      * commitment pro-rated over the part of the term gone by.
      * A contract whose customer already has a later contract on
      * file shows KEYED in the renewal column, so only the ones
      * still to be negotiated need chasing. Days are counted on
      * the same 365-day year and 30-day month the aging reports
      * use.
      *
      * The review date arrives as PARM='YYYYMMDD'; when no PARM
      * is supplied the run date is used. A missing CUSTCNTR or
      * CUSTAUDIT refuses the run with RC=16.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "CUSTCNTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REVIEW-PRINT-FILE ASSIGN TO "CNTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
       COPY 'contract-record.cpy'.

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  REVIEW-PRINT-FILE.
       01 REVIEW-PRINT-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CONTRACT-STATUS    PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-PRINT-STATUS       PIC XX VALUE '00'.

       01 WS-CONTRACT-EOF       PIC X VALUE 'N'.
           88 CONTRACT-EOF             VALUE 'Y'.
       01 WS-AUDIT-EOF          PIC X VALUE 'N'.
           88 AUDIT-EOF                VALUE 'Y'.

       COPY 'audit-record.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-REVIEW-DATE        PIC 9(8) VALUE 0.
       01 WS-LINE-DATE          PIC X(8) VALUE SPACES.

      * Day numbers for the 365/30 arithmetic - a date is split
      * into WS-DATE-SPLIT and comes back as WS-DAY-NUMBER.
       01 WS-DATE-SPLIT.
           05 WS-DS-YYYY        PIC 9(4).
           05 WS-DS-MM          PIC 9(2).
           05 WS-DS-DD          PIC 9(2).
       01 WS-DAY-NUMBER         PIC 9(7) VALUE 0.
       01 WS-REVIEW-DAY-NO      PIC 9(7) VALUE 0.
       01 WS-START-DAY-NO       PIC 9(7) VALUE 0.
       01 WS-END-DAY-NO         PIC 9(7) VALUE 0.
       01 WS-TERM-DAYS          PIC S9(7) VALUE 0.
       01 WS-ELAPSED-DAYS       PIC S9(7) VALUE 0.
       01 WS-PACE-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-PCT-WORK           PIC S9(5)V9 VALUE 0.

      * Every CUSTCNTR row, with the volume measured for the ones
      * in force on the review date.
       01 WS-CONTRACT-COUNT     PIC 9(3) VALUE 0.
       01 WS-CONTRACT-TABLE.
           05 WS-CONTRACT-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-CT-IDX.
               10 WS-CT-CUSTOMER-ID    PIC 9(5).
               10 WS-CT-CONTRACT-ID    PIC X(6).
               10 WS-CT-RATE           PIC 9V99.
               10 WS-CT-START          PIC 9(8).
               10 WS-CT-END            PIC 9(8).
               10 WS-CT-COMMITMENT     PIC 9(9)V99.
               10 WS-CT-IN-FORCE       PIC X(1).
               10 WS-CT-RENEWED        PIC X(1).
               10 WS-CT-DAYS-LEFT      PIC S9(7).
               10 WS-CT-VOLUME         PIC S9(9)V99.
       01 WS-CT-SUB             PIC 9(3) VALUE 0.
       01 WS-CT-OTHER           PIC 9(3) VALUE 0.

      * The contracts in force, in end-date order for printing.
       01 WS-ORDER-COUNT        PIC 9(3) VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-OR-SUB OCCURS 200 TIMES PIC 9(3).
       01 WS-ORDER-I            PIC 9(3) VALUE 0.
       01 WS-ORDER-J            PIC 9(3) VALUE 0.
       01 WS-ORDER-NEXT         PIC 9(3) VALUE 0.
       01 WS-ORDER-LIMIT        PIC 9(3) VALUE 0.
       01 WS-ORDER-HOLD         PIC 9(3) VALUE 0.

       01 WS-SECTION-EXPIRING   PIC X VALUE 'Y'.
           88 SECTION-EXPIRING         VALUE 'Y'.
       01 WS-SECTION-COUNT      PIC 9(3) VALUE 0.

       01 WS-READ-COUNT         PIC 9(9) VALUE 0.
       01 WS-IN-FORCE-COUNT     PIC 9(3) VALUE 0.
       01 WS-EXPIRING-COUNT     PIC 9(3) VALUE 0.
       01 WS-BEHIND-COUNT       PIC 9(3) VALUE 0.
       01 WS-TOTAL-COMMITMENT   PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-VOLUME       PIC S9(11)V99 VALUE 0.

       01 WS-CNR-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "CUSTOMER CONTRACT REVIEW".

       01 WS-CNR-HEADER-2.
           05 FILLER            PIC X(13) VALUE "REVIEW DATE: ".
           05 WS-CH2-MM         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-CH2-DD         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-CH2-YYYY       PIC 9(4).

       01 WS-CNR-SECTION-LINE.
           05 WS-CS-TITLE       PIC X(60).

       01 WS-CNR-COL-HEADER.
           05 FILLER            PIC X(7)  VALUE "CUST".
           05 FILLER            PIC X(23) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(8)  VALUE "CONTRCT".
           05 FILLER            PIC X(8)  VALUE "  RATE".
           05 FILLER            PIC X(12) VALUE "ENDS".
           05 FILLER            PIC X(8)  VALUE "  DAYS".
           05 FILLER            PIC X(15) VALUE "     COMMITMENT".
           05 FILLER            PIC X(16) VALUE "    VOLUME (USD)".
           05 FILLER            PIC X(8)  VALUE "     PCT".
           05 FILLER            PIC X(8)  VALUE "RENEWAL".
           05 FILLER            PIC X(6)  VALUE "PACE".

       01 WS-CNR-DETAIL.
           05 WS-CD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-CUST-NAME   PIC X(22).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-CONTRACT    PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-RATE        PIC ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-END-MM      PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-CD-END-DD      PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-CD-END-YYYY    PIC 9(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-DAYS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-COMMITMENT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-VOLUME      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-PCT         PIC ZZZ9.9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-RENEWAL     PIC X(7).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-PACE        PIC X(6).

       01 WS-CNR-NONE-LINE.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "(NONE)".

       01 WS-CNR-TOTAL-LINE.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 WS-CTL-LABEL      PIC X(30).
           05 WS-CTL-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-CNR-COUNT-LINE.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 WS-CC-LABEL       PIC X(30).
           05 WS-CC-COUNT       PIC ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT       PIC X(8).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Customer Contract Review".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LEN >= 8
                   AND WS-PARM-TEXT IS NUMERIC
               MOVE WS-PARM-TEXT TO WS-REVIEW-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REVIEW-DATE
           END-IF.
           DISPLAY "Review date: " WS-REVIEW-DATE.
           MOVE WS-REVIEW-DATE TO WS-DATE-SPLIT.
           MOVE WS-DS-MM TO WS-CH2-MM.
           MOVE WS-DS-DD TO WS-CH2-DD.
           MOVE WS-DS-YYYY TO WS-CH2-YYYY.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-REVIEW-DAY-NO.

           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-STATUS = "35"
               DISPLAY "*** CUSTCNTR not found - no contracts "
                   "to review ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CONTRACT-TABLE.
           CLOSE CONTRACT-FILE.

           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "*** CUSTAUDIT not found - contract volume "
                   "cannot be measured ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACCUMULATE-VOLUME.
           CLOSE AUDIT-LOG-FILE.

           PERFORM MARK-RENEWALS.
           PERFORM ORDER-BY-END-DATE.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT REVIEW-PRINT-FILE.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-HEADER-1.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-HEADER-2.

           MOVE 'Y' TO WS-SECTION-EXPIRING.
           MOVE "CONTRACTS EXPIRING WITHIN 60 DAYS"
               TO WS-CS-TITLE.
           PERFORM PRINT-SECTION.

           MOVE 'N' TO WS-SECTION-EXPIRING.
           MOVE "OTHER CONTRACTS IN FORCE" TO WS-CS-TITLE.
           PERFORM PRINT-SECTION.

           PERFORM PRINT-TOTALS.
           CLOSE REVIEW-PRINT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

           DISPLAY "Contracts in force: " WS-IN-FORCE-COUNT.
           DISPLAY "Expiring within 60 days: " WS-EXPIRING-COUNT.
           DISPLAY "Behind commitment pace: " WS-BEHIND-COUNT.
           STOP RUN.

       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAY-NUMBER =
               (WS-DS-YYYY * 365) + (WS-DS-MM * 30) + WS-DS-DD.

       LOAD-CONTRACT-TABLE.
      *    Every row is kept - a contract not yet started still
      *    counts as the renewal of the one before it.
           PERFORM UNTIL CONTRACT-EOF
               READ CONTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTRACT-EOF
                   NOT AT END
                       IF WS-CONTRACT-COUNT < 200
                           ADD 1 TO WS-CONTRACT-COUNT
                           PERFORM LOAD-ONE-CONTRACT
                       ELSE
                           DISPLAY "*** CUSTCNTR has more than "
                               "200 rows - extra rows ignored ***"
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-CONTRACT.
           MOVE WS-CONTRACT-COUNT TO WS-CT-SUB.
           MOVE CT-CUSTOMER-ID TO WS-CT-CUSTOMER-ID(WS-CT-SUB).
           MOVE CT-CONTRACT-ID TO WS-CT-CONTRACT-ID(WS-CT-SUB).
           MOVE CT-RATE TO WS-CT-RATE(WS-CT-SUB).
           MOVE CT-START-DATE TO WS-CT-START(WS-CT-SUB).
           MOVE CT-END-DATE TO WS-CT-END(WS-CT-SUB).
           MOVE CT-COMMITMENT TO WS-CT-COMMITMENT(WS-CT-SUB).
           MOVE 'N' TO WS-CT-RENEWED(WS-CT-SUB).
           MOVE 0 TO WS-CT-VOLUME(WS-CT-SUB).
           MOVE 0 TO WS-CT-DAYS-LEFT(WS-CT-SUB).
           IF CT-START-DATE <= WS-REVIEW-DATE
                   AND CT-END-DATE >= WS-REVIEW-DATE
               MOVE 'Y' TO WS-CT-IN-FORCE(WS-CT-SUB)
               ADD 1 TO WS-IN-FORCE-COUNT
               MOVE CT-END-DATE TO WS-DATE-SPLIT
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-CT-DAYS-LEFT(WS-CT-SUB) =
                   WS-DAY-NUMBER - WS-REVIEW-DAY-NO
           ELSE
               MOVE 'N' TO WS-CT-IN-FORCE(WS-CT-SUB)
           END-IF.

       ACCUMULATE-VOLUME.
      *    Sale and return lines only - payments, charges and
      *    adjustments are not purchases.
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE AUDIT-LOG-RECORD TO AUDIT-DETAIL-RECORD
                       IF AU-CUSTOMER-ID IS NUMERIC
                               AND AU-BASE-AMOUNT IS NUMERIC
                               AND (AU-TRANS-TYPE = 'S'
                                   OR AU-TRANS-TYPE = 'R')
                           MOVE AU-TIMESTAMP(1:8) TO WS-LINE-DATE
                           PERFORM ADD-LINE-TO-CONTRACTS
                       END-IF
               END-READ
           END-PERFORM.

       ADD-LINE-TO-CONTRACTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CONTRACT-COUNT
               IF WS-CT-IN-FORCE(WS-CT-IDX) = 'Y'
                       AND WS-CT-CUSTOMER-ID(WS-CT-IDX)
                           = AU-CUSTOMER-ID
                       AND WS-LINE-DATE >= WS-CT-START(WS-CT-IDX)
                       AND WS-LINE-DATE <= WS-REVIEW-DATE
                   ADD AU-BASE-AMOUNT TO WS-CT-VOLUME(WS-CT-IDX)
               END-IF
           END-PERFORM.

       MARK-RENEWALS.
      *    A later-starting row for the same customer means the
      *    renewal is already on file.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CONTRACT-COUNT
               IF WS-CT-IN-FORCE(WS-CT-SUB) = 'Y'
                   PERFORM VARYING WS-CT-OTHER FROM 1 BY 1
                           UNTIL WS-CT-OTHER > WS-CONTRACT-COUNT
                       IF WS-CT-CUSTOMER-ID(WS-CT-OTHER)
                               = WS-CT-CUSTOMER-ID(WS-CT-SUB)
                               AND WS-CT-START(WS-CT-OTHER)
                                   > WS-CT-END(WS-CT-SUB)
                           MOVE 'Y' TO WS-CT-RENEWED(WS-CT-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ORDER-BY-END-DATE.
      *    Exchange sort of the in-force rows on end date; equal
      *    dates keep file (customer) order.
           MOVE 0 TO WS-ORDER-COUNT.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CONTRACT-COUNT
               IF WS-CT-IN-FORCE(WS-CT-SUB) = 'Y'
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-CT-SUB TO WS-OR-SUB(WS-ORDER-COUNT)
               END-IF
           END-PERFORM.
           IF WS-ORDER-COUNT > 1
               COMPUTE WS-ORDER-LIMIT = WS-ORDER-COUNT - 1
               PERFORM VARYING WS-ORDER-I FROM 1 BY 1
                       UNTIL WS-ORDER-I > WS-ORDER-LIMIT
                   PERFORM VARYING WS-ORDER-J FROM 1 BY 1
                           UNTIL WS-ORDER-J
                               > WS-ORDER-COUNT - WS-ORDER-I
                       PERFORM TEST-ORDER-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       TEST-ORDER-PAIR.
           COMPUTE WS-ORDER-NEXT = WS-ORDER-J + 1.
           IF WS-CT-END(WS-OR-SUB(WS-ORDER-NEXT))
                   < WS-CT-END(WS-OR-SUB(WS-ORDER-J))
               MOVE WS-OR-SUB(WS-ORDER-J) TO WS-ORDER-HOLD
               MOVE WS-OR-SUB(WS-ORDER-NEXT)
                   TO WS-OR-SUB(WS-ORDER-J)
               MOVE WS-ORDER-HOLD TO WS-OR-SUB(WS-ORDER-NEXT)
           END-IF.

       PRINT-SECTION.
           MOVE SPACES TO REVIEW-PRINT-RECORD.
           WRITE REVIEW-PRINT-RECORD.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-SECTION-LINE.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-COL-HEADER.
           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM VARYING WS-ORDER-I FROM 1 BY 1
                   UNTIL WS-ORDER-I > WS-ORDER-COUNT
               MOVE WS-OR-SUB(WS-ORDER-I) TO WS-CT-SUB
               IF SECTION-EXPIRING
                   IF WS-CT-DAYS-LEFT(WS-CT-SUB) <= 60
                       PERFORM PRINT-CONTRACT-LINE
                   END-IF
               ELSE
                   IF WS-CT-DAYS-LEFT(WS-CT-SUB) > 60
                       PERFORM PRINT-CONTRACT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = 0
               WRITE REVIEW-PRINT-RECORD FROM WS-CNR-NONE-LINE
           END-IF.

       PRINT-CONTRACT-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           IF SECTION-EXPIRING
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF.
           MOVE WS-CT-CUSTOMER-ID(WS-CT-SUB) TO WS-CD-CUST-ID.
           MOVE WS-CT-CUSTOMER-ID(WS-CT-SUB) TO CM-CUSTOMER-ID.
           IF WS-MASTER-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON CUSTOMER MASTER)"
                           TO WS-CD-CUST-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-CD-CUST-NAME
               END-READ
           ELSE
               MOVE "(CUSTMAST UNAVAILABLE)" TO WS-CD-CUST-NAME
           END-IF.
           MOVE WS-CT-CONTRACT-ID(WS-CT-SUB) TO WS-CD-CONTRACT.
           COMPUTE WS-PCT-WORK = WS-CT-RATE(WS-CT-SUB) * 100.
           MOVE WS-PCT-WORK TO WS-CD-RATE.
           MOVE WS-CT-END(WS-CT-SUB) TO WS-DATE-SPLIT.
           MOVE WS-DS-MM TO WS-CD-END-MM.
           MOVE WS-DS-DD TO WS-CD-END-DD.
           MOVE WS-DS-YYYY TO WS-CD-END-YYYY.
           MOVE WS-CT-DAYS-LEFT(WS-CT-SUB) TO WS-CD-DAYS.
           MOVE WS-CT-COMMITMENT(WS-CT-SUB) TO WS-CD-COMMITMENT.
           MOVE WS-CT-VOLUME(WS-CT-SUB) TO WS-CD-VOLUME.
           ADD WS-CT-COMMITMENT(WS-CT-SUB) TO WS-TOTAL-COMMITMENT.
           ADD WS-CT-VOLUME(WS-CT-SUB) TO WS-TOTAL-VOLUME.

           IF WS-CT-COMMITMENT(WS-CT-SUB) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-CT-VOLUME(WS-CT-SUB) * 100
                       / WS-CT-COMMITMENT(WS-CT-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT-WORK
               END-COMPUTE
               IF WS-PCT-WORK < 0
                   MOVE 0 TO WS-PCT-WORK
               END-IF
           ELSE
               MOVE 0 TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK TO WS-CD-PCT.

           IF WS-CT-RENEWED(WS-CT-SUB) = 'Y'
               MOVE "KEYED" TO WS-CD-RENEWAL
           ELSE
               MOVE SPACES TO WS-CD-RENEWAL
           END-IF.

           PERFORM TEST-COMMITMENT-PACE.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-DETAIL.

       TEST-COMMITMENT-PACE.
      *    The commitment pro-rated over the days of the term gone
      *    by, the review date counting as a day gone.
           MOVE SPACES TO WS-CD-PACE.
           MOVE WS-CT-START(WS-CT-SUB) TO WS-DATE-SPLIT.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-START-DAY-NO.
           MOVE WS-CT-END(WS-CT-SUB) TO WS-DATE-SPLIT.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-END-DAY-NO.
           COMPUTE WS-TERM-DAYS = WS-END-DAY-NO - WS-START-DAY-NO + 1.
           COMPUTE WS-ELAPSED-DAYS =
               WS-REVIEW-DAY-NO - WS-START-DAY-NO + 1.
           IF WS-TERM-DAYS > 0
                   AND WS-CT-COMMITMENT(WS-CT-SUB) > ZERO
               IF WS-ELAPSED-DAYS > WS-TERM-DAYS
                   MOVE WS-TERM-DAYS TO WS-ELAPSED-DAYS
               END-IF
               COMPUTE WS-PACE-AMOUNT ROUNDED =
                   WS-CT-COMMITMENT(WS-CT-SUB) * WS-ELAPSED-DAYS
                       / WS-TERM-DAYS
               IF WS-CT-VOLUME(WS-CT-SUB) < WS-PACE-AMOUNT
                   MOVE "BEHIND" TO WS-CD-PACE
                   ADD 1 TO WS-BEHIND-COUNT
               END-IF
           END-IF.

       PRINT-TOTALS.
           MOVE SPACES TO REVIEW-PRINT-RECORD.
           WRITE REVIEW-PRINT-RECORD.
           MOVE "CONTRACTS IN FORCE:" TO WS-CC-LABEL.
           MOVE WS-IN-FORCE-COUNT TO WS-CC-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-COUNT-LINE.
           MOVE "EXPIRING WITHIN 60 DAYS:" TO WS-CC-LABEL.
           MOVE WS-EXPIRING-COUNT TO WS-CC-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-COUNT-LINE.
           MOVE "BEHIND COMMITMENT PACE:" TO WS-CC-LABEL.
           MOVE WS-BEHIND-COUNT TO WS-CC-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-COUNT-LINE.
           MOVE "TOTAL COMMITMENT (USD):" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-COMMITMENT TO WS-CTL-AMOUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-TOTAL-LINE.
           MOVE "TOTAL VOLUME (USD):" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-VOLUME TO WS-CTL-AMOUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-CNR-TOTAL-LINE.
