       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-REVIEW.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Dormant-account review, closure and master archive. The
      * master only ever grew - customers who had not bought in
      * years sat on it for good, printed on statements and aging
      * runs and slowed every sequential pass. This periodic run
      * judges each customer by CM-LAST-ACTIVITY-DATE (the date
      * added, for a customer who never traded):
      *   - an open or held customer with no activity inside the
      *     dormancy period is listed on the CUSTDORM register. An
      *     active one that owes nothing, is owed nothing and has
      *     no open CUSTSUSP suspense item is closed ('C'); the
      *     rest are listed with the reason they stay open. A
      *     hold is a human's and stays until a human lifts it,
      *     and a national-account parent stays open while any of
      *     its locations is open;
      *   - a closed customer with no activity inside the longer
      *     retention period is moved to the CUSTARCH archive with
      *     its CUSTHIST purchase-history rows and deleted from the
      *     live master, under the same money and suspense tests.
      *     A parent any location still reports to stays until the
      *     locations are gone, and a customer closed by this run
      *     is never archived by it.
      * Every closure and archive delete writes a before/after
      * image to CUSTJRNL, stamped with this run. JOURNAL-BACKOUT
      * can reverse the closures; an archived customer comes back
      * with its history through ARCHIVE-INQUIRY instead, as the
      * backout has no history rows to restore.
      *
      * The master has no closing date, so the retention period
      * runs from the last activity as the dormancy period does.
      *
      * PARM carries the dormancy period and the retention period
      * in months as three digits each (e.g. '024084'); with no
      * PARM a customer is dormant after 24 months and archived
      * after 84. The CUSTHIST file is held in storage while the
      * archived customers' rows come out of it - a file too big
      * for the table leaves the archive step off for the run
      * (closures still happen) and says so on the register. So
      * does a CUSTSUSP file with more open items than the
      * suspense table holds - an item that did not fit could be
      * any customer's, so nothing is closed or archived at all.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  A suspense file too big for the table now stops
      *             every closure and archive and says so on the
      *             register. A failed master rewrite or delete is
      *             listed as failed, with its history kept.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PURCHASE-HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT DORMANT-REGISTER-FILE ASSIGN TO "CUSTDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  SUSPENSE-FILE.
       COPY 'suspense-record.cpy'.

       FD  PURCHASE-HISTORY-FILE.
       COPY 'purchase-history.cpy'.

       FD  CUSTOMER-ARCHIVE-FILE.
       COPY 'customer-archive.cpy'.

       FD  JOURNAL-FILE.
       COPY 'journal-record.cpy'.

       FD  DORMANT-REGISTER-FILE.
       01 DORMANT-REGISTER-RECORD  PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-SUSPENSE-STATUS    PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.

       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.
       01 WS-SUSPENSE-EOF       PIC X VALUE 'N'.
           88 SUSPENSE-EOF             VALUE 'Y'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.

       COPY 'customer-data.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * Cutoffs - a customer whose activity date is before one of
      * these is past that period. Worked in months from the run
      * date; the day of the month stays the run date's.
       01 WS-DORMANT-MONTHS     PIC 9(3) VALUE 24.
       01 WS-RETAIN-MONTHS      PIC 9(3) VALUE 84.
       01 WS-CUTOFF-MONTHS      PIC 9(3) VALUE 0.
       01 WS-MONTH-COUNT        PIC 9(6) VALUE 0.
       01 WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY    PIC 9(4).
           05 WS-CUTOFF-MM      PIC 9(2).
           05 WS-CUTOFF-DD      PIC 9(2).
       01 WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).
       01 WS-DORMANT-CUTOFF     PIC 9(8) VALUE 0.
       01 WS-RETAIN-CUTOFF      PIC 9(8) VALUE 0.

      * Before/after image journal of every master update.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.
       01 WS-JR-AFTER           PIC X(206) VALUE SPACES.
       01 WS-JR-ACTION          PIC X(1) VALUE SPACE.

      * Customers with an open suspense item - a rejected sale or
      * return still waiting for correction will post against
      * the account when it is fixed.
       01 WS-SUSP-COUNT         PIC 9(4) VALUE 0.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-SU-IDX.
               10 WS-SU-CUST-ID        PIC 9(5).
       01 WS-SUSP-FOUND         PIC X VALUE 'N'.
       01 WS-SUSP-OVERFLOW      PIC X VALUE 'N'.

      * National-account parents, from a first pass over the
      * master - how many locations report to each, and how many
      * of those are still open.
       01 WS-PARENT-COUNT       PIC 9(4) VALUE 0.
       01 WS-PARENT-TABLE.
           05 WS-PARENT-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-PA-IDX.
               10 WS-PA-CUST-ID        PIC 9(5).
               10 WS-PA-CHILDREN       PIC 9(5).
               10 WS-PA-OPEN-CHILDREN  PIC 9(5).
       01 WS-PARENT-FOUND       PIC X VALUE 'N'.
       01 WS-PARENT-SLOT        PIC 9(4) VALUE 0.
       01 WS-PARENT-OVERFLOW    PIC X VALUE 'N'.

      * The whole history file, held in storage while archived
      * customers' rows are taken out, then rewritten.
       01 WS-HIST-COUNT         PIC 9(5) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-HI-IDX.
               10 WS-HI-CUST-ID        PIC 9(5).
               10 WS-HI-YEAR           PIC 9(4).
               10 WS-HI-TOTAL          PIC 9(9)V99.
               10 WS-HI-DROPPED        PIC X(1).
       01 WS-HIST-OVERFLOW      PIC X VALUE 'N'.
       01 WS-ARCHIVE-ALLOWED    PIC X VALUE 'Y'.

      * This customer's review.
       01 WS-ACTIVITY-DATE      PIC 9(8) VALUE 0.
       01 WS-REVIEW-OK          PIC X VALUE 'N'.
       01 WS-REVIEW-NOTE        PIC X(30) VALUE SPACES.
       01 WS-CUST-HIST-ROWS     PIC 9(3) VALUE 0.

      * Control totals.
       01 WS-READ-COUNT         PIC 9(7) VALUE 0.
       01 WS-DORMANT-COUNT      PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(7) VALUE 0.
       01 WS-LEFT-OPEN-COUNT    PIC 9(7) VALUE 0.
       01 WS-ARCHIVED-COUNT     PIC 9(7) VALUE 0.
       01 WS-HIST-ARCHIVED      PIC 9(7) VALUE 0.
       01 WS-RETAINED-COUNT     PIC 9(7) VALUE 0.
       01 WS-NO-DATE-COUNT      PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(7) VALUE 0.

       01 WS-DORM-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "DORMANT ACCOUNT REVIEW AND ARCHIVE".

       01 WS-DORM-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-DH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-DH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-DH2-YYYY       PIC 9(4).
           05 FILLER            PIC X(21)
               VALUE "   DORMANT BEFORE: ".
           05 WS-DH2-DORMANT    PIC 9(8).
           05 FILLER            PIC X(20)
               VALUE "   ARCHIVE BEFORE: ".
           05 WS-DH2-RETAIN     PIC 9(8).

       01 WS-DORM-HEADER-3.
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(31) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(11) VALUE "LAST ACT".
           05 FILLER            PIC X(2)  VALUE "S".
           05 FILLER            PIC X(16) VALUE "  OPEN BALANCE".
           05 FILLER            PIC X(8)  VALUE "PARENT".
           05 FILLER            PIC X(30) VALUE "ACTION".

       01 WS-DORM-DETAIL.
           05 WS-DD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-DD-CUST-NAME   PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-DD-ACTIVITY    PIC 9(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-DD-STATUS      PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-DD-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-DD-PARENT-ID   PIC 9(5).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-DD-ACTION      PIC X(30).

       01 WS-DORM-SUSP-WARNING.
           05 FILLER            PIC X(45)
               VALUE "*** CUSTSUSP HAS MORE THAN 2000 OPEN ITEMS - ".
           05 FILLER            PIC X(42)
               VALUE "NO ACCOUNT CLOSED OR ARCHIVED THIS RUN ***".

       01 WS-DORM-TOTALS-LINE.
           05 WS-DT-LABEL       PIC X(30).
           05 WS-DT-COUNT       PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT.
               10 WS-PARM-DORMANT    PIC X(3).
               10 WS-PARM-RETAIN     PIC X(3).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Dormant Account Review".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           PERFORM DETERMINE-CUTOFF-DATES.
           PERFORM LOAD-OPEN-SUSPENSE.
           PERFORM LOAD-PARENT-TABLE.
           PERFORM LOAD-HISTORY-TABLE.
           PERFORM OPEN-DORMANT-FILES.

           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           IF WS-ARCHIVED-COUNT > 0
               PERFORM REWRITE-HISTORY-FILE
           END-IF.

           PERFORM REPORT-DORMANT-TOTALS.
           PERFORM CLOSE-DORMANT-FILES.

           DISPLAY "Dormant customers:  " WS-DORMANT-COUNT.
           DISPLAY "Accounts closed:    " WS-CLOSED-COUNT.
           DISPLAY "Customers archived: " WS-ARCHIVED-COUNT.
           STOP RUN.

       DETERMINE-CUTOFF-DATES.
           IF WS-PARM-LEN >= 3
                   AND WS-PARM-DORMANT IS NUMERIC
               MOVE WS-PARM-DORMANT TO WS-DORMANT-MONTHS
           END-IF.
           IF WS-PARM-LEN >= 6
                   AND WS-PARM-RETAIN IS NUMERIC
               MOVE WS-PARM-RETAIN TO WS-RETAIN-MONTHS
           END-IF.
      *    Archiving inside the dormancy period would take a
      *    customer off the master before it was ever dormant.
           IF WS-RETAIN-MONTHS < WS-DORMANT-MONTHS
               DISPLAY "*** Retention shorter than dormancy - "
                   "retention set to " WS-DORMANT-MONTHS
                   " months ***"
               MOVE WS-DORMANT-MONTHS TO WS-RETAIN-MONTHS
           END-IF.

           MOVE WS-DORMANT-MONTHS TO WS-CUTOFF-MONTHS.
           PERFORM COMPUTE-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE-NUM TO WS-DORMANT-CUTOFF.
           MOVE WS-RETAIN-MONTHS TO WS-CUTOFF-MONTHS.
           PERFORM COMPUTE-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE-NUM TO WS-RETAIN-CUTOFF.

           DISPLAY "Dormant after " WS-DORMANT-MONTHS
               " months (before " WS-DORMANT-CUTOFF
               "), archived after " WS-RETAIN-MONTHS
               " months (before " WS-RETAIN-CUTOFF ")".

       COMPUTE-CUTOFF-DATE.
      *    Count the run month from year zero, step back, and
      *    split the count into year and month again.
           COMPUTE WS-MONTH-COUNT =
               (WS-RUN-YYYY * 12) + WS-RUN-MM - 1 - WS-CUTOFF-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CUTOFF-YYYY
               REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           MOVE WS-RUN-DD TO WS-CUTOFF-DD.

       LOAD-OPEN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL SUSPENSE-EOF
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-SUSPENSE-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-SUSPENSE-ROW
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       TALLY-ONE-SUSPENSE-ROW.
           MOVE SU-TRANS-DATA TO CUSTOMER-RECORD.
           IF SU-OPEN AND CUSTOMER-ID IS NUMERIC
               IF WS-SUSP-COUNT < 2000
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE CUSTOMER-ID TO WS-SU-CUST-ID(WS-SUSP-COUNT)
               ELSE
                   IF WS-SUSP-OVERFLOW = 'N'
                       DISPLAY "*** WS-SUSP-TABLE has more than "
                           "2000 rows - no account closed or "
                           "archived this run ***"
                   END-IF
                   MOVE 'Y' TO WS-SUSP-OVERFLOW
               END-IF
           END-IF.

       LOAD-PARENT-TABLE.
      *    First pass - every location's parent, with the count of
      *    locations and of open ones against it. An overflow
      *    leaves every parent-looking customer alone this run.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF CM-HAS-PARENT
                           PERFORM TALLY-ONE-LOCATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

       TALLY-ONE-LOCATION.
           PERFORM FIND-PARENT-ENTRY-FOR-LOCATION.
           IF WS-PARENT-FOUND = 'N'
               IF WS-PARENT-COUNT < 2000
                   ADD 1 TO WS-PARENT-COUNT
                   MOVE WS-PARENT-COUNT TO WS-PARENT-SLOT
                   MOVE CM-PARENT-ID TO WS-PA-CUST-ID(WS-PARENT-SLOT)
                   MOVE 0 TO WS-PA-CHILDREN(WS-PARENT-SLOT)
                   MOVE 0 TO WS-PA-OPEN-CHILDREN(WS-PARENT-SLOT)
                   MOVE 'Y' TO WS-PARENT-FOUND
               ELSE
                   IF WS-PARENT-OVERFLOW = 'N'
                       DISPLAY "*** WS-PARENT-TABLE has more than "
                           "2000 parents - no parent closed or "
                           "archived this run ***"
                   END-IF
                   MOVE 'Y' TO WS-PARENT-OVERFLOW
               END-IF
           END-IF.
           IF WS-PARENT-FOUND = 'Y'
               ADD 1 TO WS-PA-CHILDREN(WS-PARENT-SLOT)
               IF NOT CM-STATUS-CLOSED
                   ADD 1 TO WS-PA-OPEN-CHILDREN(WS-PARENT-SLOT)
               END-IF
           END-IF.

       FIND-PARENT-ENTRY-FOR-LOCATION.
           MOVE 'N' TO WS-PARENT-FOUND.
           MOVE 0 TO WS-PARENT-SLOT.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PARENT-COUNT
               IF WS-PA-CUST-ID(WS-PA-IDX) = CM-PARENT-ID
                   MOVE 'Y' TO WS-PARENT-FOUND
                   SET WS-PARENT-SLOT TO WS-PA-IDX
                   SET WS-PA-IDX TO WS-PARENT-COUNT
               END-IF
           END-PERFORM.

       FIND-PARENT-ENTRY.
      *    This customer as a parent - not found means no
      *    location reports to it.
           MOVE 'N' TO WS-PARENT-FOUND.
           MOVE 0 TO WS-PARENT-SLOT.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PARENT-COUNT
               IF WS-PA-CUST-ID(WS-PA-IDX) = CM-CUSTOMER-ID
                   MOVE 'Y' TO WS-PARENT-FOUND
                   SET WS-PARENT-SLOT TO WS-PA-IDX
                   SET WS-PA-IDX TO WS-PARENT-COUNT
               END-IF
           END-PERFORM.

       LOAD-HISTORY-TABLE.
           MOVE 0 TO WS-HIST-COUNT.
           OPEN INPUT PURCHASE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ PURCHASE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF WS-HIST-COUNT < 5000
                               ADD 1 TO WS-HIST-COUNT
                               MOVE PH-CUSTOMER-ID TO
                                   WS-HI-CUST-ID(WS-HIST-COUNT)
                               MOVE PH-YEAR TO
                                   WS-HI-YEAR(WS-HIST-COUNT)
                               MOVE PH-YTD-TOTAL TO
                                   WS-HI-TOTAL(WS-HIST-COUNT)
                               MOVE 'N' TO
                                   WS-HI-DROPPED(WS-HIST-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-HIST-OVERFLOW
                               MOVE 'Y' TO WS-HISTORY-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-HISTORY-FILE
           END-IF.
           IF WS-HIST-OVERFLOW = 'Y'
               DISPLAY "*** CUSTHIST has more than 5000 rows - "
                   "no customer archived this run ***"
               MOVE 'N' TO WS-ARCHIVE-ALLOWED
           END-IF.

       OPEN-DORMANT-FILES.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN EXTEND CUSTOMER-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ARCHIVE-FILE
               CLOSE CUSTOMER-ARCHIVE-FILE
               OPEN EXTEND CUSTOMER-ARCHIVE-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           OPEN OUTPUT DORMANT-REGISTER-FILE.
           MOVE WS-RUN-MM TO WS-DH2-MM.
           MOVE WS-RUN-DD TO WS-DH2-DD.
           MOVE WS-RUN-YYYY TO WS-DH2-YYYY.
           MOVE WS-DORMANT-CUTOFF TO WS-DH2-DORMANT.
           MOVE WS-RETAIN-CUTOFF TO WS-DH2-RETAIN.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-HEADER-1.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-HEADER-2.
           IF WS-SUSP-OVERFLOW = 'Y'
               MOVE SPACES TO DORMANT-REGISTER-RECORD
               WRITE DORMANT-REGISTER-RECORD
               WRITE DORMANT-REGISTER-RECORD
                   FROM WS-DORM-SUSP-WARNING
           END-IF.
           MOVE SPACES TO DORMANT-REGISTER-RECORD.
           WRITE DORMANT-REGISTER-RECORD.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-HEADER-3.

       CLOSE-DORMANT-FILES.
           CLOSE DORMANT-REGISTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE CUSTOMER-ARCHIVE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

       REVIEW-ONE-CUSTOMER.
      *    A customer with neither date set cannot be judged and is
      *    left as it is.
           MOVE CM-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE.
           IF CM-LAST-ACTIVITY-DATE IS NOT NUMERIC
                   OR CM-LAST-ACTIVITY-DATE = ZERO
               MOVE CM-DATE-ADDED TO WS-ACTIVITY-DATE
               IF CM-DATE-ADDED IS NOT NUMERIC
                   MOVE 0 TO WS-ACTIVITY-DATE
               END-IF
           END-IF.
           IF WS-ACTIVITY-DATE = ZERO
               ADD 1 TO WS-NO-DATE-COUNT
           ELSE
               IF CM-STATUS-CLOSED
                   IF WS-ACTIVITY-DATE < WS-RETAIN-CUTOFF
                       PERFORM REVIEW-CLOSED-CUSTOMER
                   END-IF
               ELSE
                   IF WS-ACTIVITY-DATE < WS-DORMANT-CUTOFF
                       PERFORM REVIEW-DORMANT-CUSTOMER
                   END-IF
               END-IF
           END-IF.

       REVIEW-DORMANT-CUSTOMER.
           ADD 1 TO WS-DORMANT-COUNT.
           MOVE 'Y' TO WS-REVIEW-OK.
           IF CM-STATUS-HOLD
               MOVE "ON HOLD - LEFT OPEN" TO WS-REVIEW-NOTE
               MOVE 'N' TO WS-REVIEW-OK
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               PERFORM TEST-MONEY-AND-LINKS
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               IF WS-PARENT-FOUND = 'Y'
                   IF WS-PA-OPEN-CHILDREN(WS-PARENT-SLOT) > 0
                       MOVE "PARENT OF OPEN LOCATIONS"
                           TO WS-REVIEW-NOTE
                       MOVE 'N' TO WS-REVIEW-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               PERFORM CLOSE-DORMANT-CUSTOMER
           ELSE
               ADD 1 TO WS-LEFT-OPEN-COUNT
           END-IF.
           PERFORM WRITE-DORMANT-DETAIL.

       TEST-MONEY-AND-LINKS.
      *    The tests closing and archiving share - nothing owed
      *    either way, nothing in suspense, and the parent table
      *    complete enough to say whether locations report here.
           MOVE 'N' TO WS-PARENT-FOUND.
           IF CM-OPEN-BALANCE NOT = ZERO
               MOVE "OPEN BALANCE - LEFT AS IS" TO WS-REVIEW-NOTE
               MOVE 'N' TO WS-REVIEW-OK
           END-IF.
           IF WS-REVIEW-OK = 'Y' AND WS-SUSP-OVERFLOW = 'Y'
               MOVE "SUSPENSE FULL - LEFT AS IS" TO WS-REVIEW-NOTE
               MOVE 'N' TO WS-REVIEW-OK
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               PERFORM FIND-SUSPENSE-ENTRY
               IF WS-SUSP-FOUND = 'Y'
                   MOVE "OPEN SUSPENSE - LEFT AS IS"
                       TO WS-REVIEW-NOTE
                   MOVE 'N' TO WS-REVIEW-OK
               END-IF
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               IF WS-PARENT-OVERFLOW = 'Y' AND NOT CM-HAS-PARENT
                   MOVE "PARENT TABLE FULL - LEFT AS IS"
                       TO WS-REVIEW-NOTE
                   MOVE 'N' TO WS-REVIEW-OK
               ELSE
                   PERFORM FIND-PARENT-ENTRY
               END-IF
           END-IF.

       FIND-SUSPENSE-ENTRY.
           MOVE 'N' TO WS-SUSP-FOUND.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SUSP-COUNT
               IF WS-SU-CUST-ID(WS-SU-IDX) = CM-CUSTOMER-ID
                   MOVE 'Y' TO WS-SUSP-FOUND
                   SET WS-SU-IDX TO WS-SUSP-COUNT
               END-IF
           END-PERFORM.

       CLOSE-DORMANT-CUSTOMER.
      *    The last-activity date is left alone - closing the
      *    account is not the customer trading with us, and the
      *    retention period runs from it.
      *    The master is read sequentially, where a failed
      *    REWRITE or DELETE shows only in the file status.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JR-BEFORE.
           MOVE 'C' TO CM-ACCOUNT-STATUS.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** Rewrite failed - status "
                   WS-MASTER-STATUS " - customer "
                   CM-CUSTOMER-ID " ***"
               MOVE WS-JR-BEFORE TO CUSTOMER-MASTER-RECORD
               MOVE SPACES TO WS-REVIEW-NOTE
               STRING "CLOSE FAILED - STATUS " DELIMITED BY SIZE
                      WS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-REVIEW-NOTE
               ADD 1 TO WS-LEFT-OPEN-COUNT
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               MOVE 'C' TO WS-JR-ACTION
               MOVE CUSTOMER-MASTER-RECORD TO WS-JR-AFTER
               PERFORM WRITE-MASTER-JOURNAL
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "CLOSED - DORMANT" TO WS-REVIEW-NOTE
           END-IF.

       REVIEW-CLOSED-CUSTOMER.
           MOVE 'Y' TO WS-REVIEW-OK.
           IF WS-ARCHIVE-ALLOWED NOT = 'Y'
               MOVE "HISTORY FILE FULL - KEPT" TO WS-REVIEW-NOTE
               MOVE 'N' TO WS-REVIEW-OK
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               PERFORM TEST-MONEY-AND-LINKS
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               IF WS-PARENT-FOUND = 'Y'
                   MOVE "LOCATIONS REPORT TO IT - KEPT"
                       TO WS-REVIEW-NOTE
                   MOVE 'N' TO WS-REVIEW-OK
               END-IF
           END-IF.
           IF WS-REVIEW-OK = 'Y'
               PERFORM ARCHIVE-CLOSED-CUSTOMER
           ELSE
               ADD 1 TO WS-RETAINED-COUNT
           END-IF.
           PERFORM WRITE-DORMANT-DETAIL.

       ARCHIVE-CLOSED-CUSTOMER.
      *    Master row first, then each of its history years, then
      *    the delete - the archive always holds the customer
      *    whole before the master lets it go.
           MOVE WS-RUN-DATE-NUM TO CA-ARCHIVE-DATE.
           MOVE CM-CUSTOMER-ID TO CA-CUSTOMER-ID.
           MOVE 'M' TO CA-ROW-TYPE.
           MOVE CUSTOMER-MASTER-RECORD TO CA-ROW-DATA.
           WRITE CUSTOMER-ARCHIVE-RECORD.
           MOVE 0 TO WS-CUST-HIST-ROWS.
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > WS-HIST-COUNT
               IF WS-HI-CUST-ID(WS-HI-IDX) = CM-CUSTOMER-ID
                       AND WS-HI-DROPPED(WS-HI-IDX) NOT = 'Y'
                   PERFORM ARCHIVE-ONE-HISTORY-ROW
               END-IF
           END-PERFORM.

           MOVE CUSTOMER-MASTER-RECORD TO WS-JR-BEFORE.
           DELETE CUSTOMER-MASTER-FILE RECORD.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** Delete failed - status "
                   WS-MASTER-STATUS " - customer "
                   CM-CUSTOMER-ID " ***"
               PERFORM RESTORE-CUSTOMER-HISTORY
               MOVE SPACES TO WS-REVIEW-NOTE
               STRING "ARCHIVE FAILED - STATUS " DELIMITED BY SIZE
                      WS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-REVIEW-NOTE
               ADD 1 TO WS-RETAINED-COUNT
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               MOVE 'D' TO WS-JR-ACTION
               MOVE SPACES TO WS-JR-AFTER
               PERFORM WRITE-MASTER-JOURNAL
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE SPACES TO WS-REVIEW-NOTE
               STRING "ARCHIVED WITH " DELIMITED BY SIZE
                      WS-CUST-HIST-ROWS DELIMITED BY SIZE
                      " HISTORY YEARS" DELIMITED BY SIZE
                   INTO WS-REVIEW-NOTE
           END-IF.

       ARCHIVE-ONE-HISTORY-ROW.
           MOVE WS-RUN-DATE-NUM TO CA-ARCHIVE-DATE.
           MOVE CM-CUSTOMER-ID TO CA-CUSTOMER-ID.
           MOVE 'H' TO CA-ROW-TYPE.
           MOVE SPACES TO CA-ROW-DATA.
           MOVE WS-HI-CUST-ID(WS-HI-IDX) TO CA-HIST-CUSTOMER-ID.
           MOVE WS-HI-YEAR(WS-HI-IDX) TO CA-HIST-YEAR.
           MOVE WS-HI-TOTAL(WS-HI-IDX) TO CA-HIST-TOTAL.
           WRITE CUSTOMER-ARCHIVE-RECORD.
           MOVE 'Y' TO WS-HI-DROPPED(WS-HI-IDX).
           ADD 1 TO WS-CUST-HIST-ROWS.
           ADD 1 TO WS-HIST-ARCHIVED.

       RESTORE-CUSTOMER-HISTORY.
      *    The customer stays on the master, so its history years
      *    stay on CUSTHIST too. The rows already written to the
      *    archive are left there - ARCHIVE-INQUIRY lists the
      *    customer as still on the master and will not reinstate
      *    over it.
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > WS-HIST-COUNT
               IF WS-HI-CUST-ID(WS-HI-IDX) = CM-CUSTOMER-ID
                   MOVE 'N' TO WS-HI-DROPPED(WS-HI-IDX)
               END-IF
           END-PERFORM.
           SUBTRACT WS-CUST-HIST-ROWS FROM WS-HIST-ARCHIVED.

       REWRITE-HISTORY-FILE.
           OPEN OUTPUT PURCHASE-HISTORY-FILE.
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > WS-HIST-COUNT
               IF WS-HI-DROPPED(WS-HI-IDX) NOT = 'Y'
                   MOVE WS-HI-CUST-ID(WS-HI-IDX) TO PH-CUSTOMER-ID
                   MOVE WS-HI-YEAR(WS-HI-IDX) TO PH-YEAR
                   MOVE WS-HI-TOTAL(WS-HI-IDX) TO PH-YTD-TOTAL
                   WRITE PURCHASE-HISTORY-RECORD
               END-IF
           END-PERFORM.
           CLOSE PURCHASE-HISTORY-FILE.

       WRITE-DORMANT-DETAIL.
      *    The record area still holds the customer as it was
      *    read, or as closed - an archived customer's row is
      *    gone from the file but not from the buffer.
           MOVE CM-CUSTOMER-ID TO WS-DD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-DD-CUST-NAME.
           MOVE WS-ACTIVITY-DATE TO WS-DD-ACTIVITY.
           MOVE CM-ACCOUNT-STATUS TO WS-DD-STATUS.
           MOVE CM-OPEN-BALANCE TO WS-DD-BALANCE.
           MOVE CM-PARENT-ID TO WS-DD-PARENT-ID.
           MOVE WS-REVIEW-NOTE TO WS-DD-ACTION.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-DETAIL.

       REPORT-DORMANT-TOTALS.
           MOVE SPACES TO DORMANT-REGISTER-RECORD.
           WRITE DORMANT-REGISTER-RECORD.
           MOVE "CUSTOMERS READ: " TO WS-DT-LABEL.
           MOVE WS-READ-COUNT TO WS-DT-COUNT.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-TOTALS-LINE.
           MOVE "DORMANT CUSTOMERS: " TO WS-DT-LABEL.
           MOVE WS-DORMANT-COUNT TO WS-DT-COUNT.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-TOTALS-LINE.
           MOVE "ACCOUNTS CLOSED: " TO WS-DT-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-DT-COUNT.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-TOTALS-LINE.
           MOVE "DORMANT LEFT OPEN: " TO WS-DT-LABEL.
           MOVE WS-LEFT-OPEN-COUNT TO WS-DT-COUNT.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-TOTALS-LINE.
           MOVE "CUSTOMERS ARCHIVED: " TO WS-DT-LABEL.
           MOVE WS-ARCHIVED-COUNT TO WS-DT-COUNT.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-TOTALS-LINE.
           MOVE "HISTORY ROWS ARCHIVED: " TO WS-DT-LABEL.
           MOVE WS-HIST-ARCHIVED TO WS-DT-COUNT.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-TOTALS-LINE.
           MOVE "CLOSED, KEPT ON MASTER: " TO WS-DT-LABEL.
           MOVE WS-RETAINED-COUNT TO WS-DT-COUNT.
           WRITE DORMANT-REGISTER-RECORD FROM WS-DORM-TOTALS-LINE.
           IF WS-NO-DATE-COUNT > 0
               MOVE "NO ACTIVITY DATE - SKIPPED: " TO WS-DT-LABEL
               MOVE WS-NO-DATE-COUNT TO WS-DT-COUNT
               WRITE DORMANT-REGISTER-RECORD
                   FROM WS-DORM-TOTALS-LINE
           END-IF.
           IF WS-FAILED-COUNT > 0
               MOVE "MASTER UPDATES FAILED: " TO WS-DT-LABEL
               MOVE WS-FAILED-COUNT TO WS-DT-COUNT
               WRITE DORMANT-REGISTER-RECORD
                   FROM WS-DORM-TOTALS-LINE
           END-IF.

       WRITE-MASTER-JOURNAL.
      *    One before/after image per closure or archive delete,
      *    stamped with this run.
           MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE "DORMANT-REVIEW" TO JR-PROGRAM-NAME.
           MOVE WS-JR-ACTION TO JR-ACTION.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
