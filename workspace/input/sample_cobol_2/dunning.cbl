       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-RUN.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Monthly past-due dunning run. CREDIT-REVIEW only acts on a
      * customer who goes over the credit limit; a customer under
      * the limit but months late heard nothing unless someone
      * phoned. This run ages every customer's open invoices on
      * the CUSTOPEN ledger into the same current / 31-60 / 61-90 /
      * over-90 columns AGED-TRIAL-BAL prints and sends a letter
      * graduated to the oldest past-due invoice: a first reminder
      * at 31-60 days, a second notice at 61-90 and a final demand
      * over 90. Each letter is addressed from the master's
      * address block and lists the past-due invoices.
      *
      * Every notice is appended to the CUSTDUNH history file,
      * which is how the run knows where each customer stands:
      *   - the same level is never sent twice in one month;
      *   - a customer still past due a month after a notice moves
      *     up one level even if the oldest invoice has not yet
      *     aged into the next column;
      *   - a customer still past due in a later month than their
      *     final demand is referred to collections - no letter,
      *     a line on the CUSTCOLL referral list instead - and
      *     stays on that list each month until paid up;
      *   - a dunned customer found no longer past due gets a
      *     cleared row, so the next delinquency starts over.
      * Cash or credit held on account nets against the past-due
      * invoices before any level is judged. DUNNING-INQUIRY lists
      * the history for collectors.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT DUNNING-HISTORY-FILE ASSIGN TO "CUSTDUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DUNNING-LETTER-FILE ASSIGN TO "CUSTDUNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT DUNNING-REGISTER-FILE ASSIGN TO "CUSTDUNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REFERRAL-LIST-FILE ASSIGN TO "CUSTCOLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  DUNNING-HISTORY-FILE.
       COPY 'dunning-history.cpy'.

       FD  DUNNING-LETTER-FILE.
       01 DUNNING-LETTER-RECORD    PIC X(80).

       FD  DUNNING-REGISTER-FILE.
       01 DUNNING-REGISTER-RECORD  PIC X(110).

       FD  REFERRAL-LIST-FILE.
       01 REFERRAL-LIST-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-LETTER-STATUS      PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.
       01 WS-REFERRAL-STATUS    PIC XX VALUE '00'.

       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.
       01 WS-OPEN-ITEM-EOF      PIC X VALUE 'N'.
           88 OPEN-ITEM-EOF            VALUE 'Y'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-TRANS-DATE-SPLIT.
           05 WS-TD-YYYY        PIC 9(4).
           05 WS-TD-MM          PIC 9(2).
           05 WS-TD-DD          PIC 9(2).

      * Age in days - the same 365-day year and 30-day month
      * approximation AGED-TRIAL-BAL uses, so a customer is dunned
      * from the column the trial balance shows them in.
       01 WS-AGE-DAYS           PIC S9(7) VALUE 0.

      * Where each customer stood after their last notice - the
      * last CUSTDUNH row per customer, loaded at start.
       01 WS-DUN-COUNT          PIC 9(5) VALUE 0.
       01 WS-DUN-TABLE.
           05 WS-DUN-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-DN-IDX.
               10 WS-DN-CUST-ID        PIC 9(5).
               10 WS-DN-LAST-DATE      PIC 9(8).
               10 WS-DN-LAST-LEVEL     PIC 9(1).
       01 WS-DUN-FOUND          PIC X VALUE 'N'.
       01 WS-LAST-DATE          PIC 9(8) VALUE 0.
       01 WS-LAST-LEVEL         PIC 9(1) VALUE 0.

      * This customer's past-due position off the open-item ledger.
       01 WS-PAST-DUE-AMOUNT    PIC S9(9)V99 VALUE 0.
       01 WS-ON-ACCOUNT-AMOUNT  PIC S9(9)V99 VALUE 0.
       01 WS-NET-PAST-DUE       PIC S9(9)V99 VALUE 0.
       01 WS-OLDEST-DAYS        PIC S9(7) VALUE 0.
       01 WS-OLDEST-INVOICE     PIC 9(8) VALUE 0.
       01 WS-DUE-LEVEL          PIC 9(1) VALUE 0.
       01 WS-NOTICE-LEVEL       PIC 9(1) VALUE 0.
       01 WS-LEVEL-TEXT         PIC X(24) VALUE SPACES.
       01 WS-ACTION-TEXT        PIC X(16) VALUE SPACES.

      * Run counts.
       01 WS-REMINDER-COUNT     PIC 9(5) VALUE 0.
       01 WS-SECOND-COUNT       PIC 9(5) VALUE 0.
       01 WS-FINAL-COUNT        PIC 9(5) VALUE 0.
       01 WS-REFERRED-COUNT     PIC 9(5) VALUE 0.
       01 WS-STILL-REFERRED-COUNT PIC 9(5) VALUE 0.
       01 WS-ALREADY-SENT-COUNT PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
       01 WS-TOTAL-PAST-DUE     PIC S9(11)V99 VALUE 0.

      * Letter layout.
       01 WS-LETTER-HEAD-1.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "ACCOUNTS RECEIVABLE DEPARTMENT".

       01 WS-LETTER-DATE-LINE.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 WS-LL-MM          PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-LL-DD          PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-LL-YYYY        PIC 9(4).

       01 WS-LETTER-ADDR-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-LA-TEXT        PIC X(60).

       01 WS-LETTER-CSZ-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-LZ-CITY        PIC X(20).
           05 WS-LZ-STATE       PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LZ-ZIP         PIC X(10).

       01 WS-LETTER-ACCOUNT-LINE.
           05 FILLER            PIC X(18)
               VALUE "ACCOUNT NUMBER:   ".
           05 WS-LN-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "RE: ".
           05 WS-LN-LEVEL       PIC X(24).

       01 WS-LETTER-TEXT-LINE.
           05 WS-LT-TEXT        PIC X(72).

       01 WS-LETTER-COL-HEADER.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "INVOICE".
           05 FILLER            PIC X(12) VALUE "INV DATE".
           05 FILLER            PIC X(15) VALUE "    AMOUNT DUE".
           05 FILLER            PIC X(12) VALUE "   DAYS PAST".

       01 WS-LETTER-DETAIL.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-LD-INVOICE-NO  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LD-INV-DATE    PIC 9(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-LD-OPEN        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 WS-LD-DAYS        PIC ZZ,ZZ9.

       01 WS-LETTER-TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-LS-LABEL       PIC X(22).
           05 WS-LS-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.

      * Register of every past-due customer and what was done.
       01 WS-DUN-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "PAST-DUE DUNNING REGISTER".

       01 WS-DUN-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-DH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-DH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-DH2-YYYY       PIC 9(4).

       01 WS-DUN-HEADER-3.
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(15) VALUE "       PAST DUE".
           05 FILLER            PIC X(7)  VALUE "   DAYS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(24) VALUE "NOTICE".
           05 FILLER            PIC X(16) VALUE "ACTION".

       01 WS-DUN-DETAIL.
           05 WS-DD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-DD-CUST-NAME   PIC X(30).
           05 WS-DD-PAST-DUE    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-DD-DAYS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-DD-LEVEL       PIC X(24).
           05 WS-DD-ACTION      PIC X(16).

       01 WS-DUN-TOTALS-LINE.
           05 WS-DT-LABEL       PIC X(30).
           05 WS-DT-COUNT       PIC ZZ,ZZ9.

       01 WS-DUN-TOTALS-AMOUNT.
           05 FILLER            PIC X(30)
               VALUE "TOTAL PAST DUE DUNNED (USD): ".
           05 WS-DT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * Refer-to-collections list.
       01 WS-COLL-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "REFER TO COLLECTIONS LIST".

       01 WS-COLL-HEADER-3.
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(14) VALUE "PHONE".
           05 FILLER            PIC X(15) VALUE "   OPEN BALANCE".
           05 FILLER            PIC X(15) VALUE "       PAST DUE".
           05 FILLER            PIC X(7)  VALUE "   DAYS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "REFERRED".
           05 FILLER            PIC X(5)  VALUE "NEW".

       01 WS-COLL-DETAIL.
           05 WS-CD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-CD-CUST-NAME   PIC X(30).
           05 WS-CD-PHONE       PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-PAST-DUE    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-DAYS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-REFER-DATE  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-NEW-FLAG    PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Past-Due Dunning Run".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-DUNNING-HISTORY.
           PERFORM OPEN-DUNNING-FILES.

           IF WS-OPEN-ITEM-STATUS = "35"
               DISPLAY "*** CUSTOPEN not found - nothing to dun ***"
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           PERFORM DUN-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

           PERFORM REPORT-DUNNING-TOTALS.
           PERFORM CLOSE-DUNNING-FILES.

           DISPLAY "First reminders: " WS-REMINDER-COUNT.
           DISPLAY "Second notices: " WS-SECOND-COUNT.
           DISPLAY "Final demands: " WS-FINAL-COUNT.
           DISPLAY "Referred to collections: " WS-REFERRED-COUNT.
           STOP RUN.

       LOAD-DUNNING-HISTORY.
      *    A missing history file just means nobody has been
      *    dunned yet. Rows are in date order, so the last row
      *    read for a customer is where they stand.
           MOVE 0 TO WS-DUN-COUNT.
           OPEN INPUT DUNNING-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ DUNNING-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF DH-CUSTOMER-ID IS NUMERIC
                                   AND DH-NOTICE-DATE IS NUMERIC
                                   AND DH-NOTICE-LEVEL IS NUMERIC
                               PERFORM LOAD-ONE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY-FILE
           END-IF.

       LOAD-ONE-HISTORY-ROW.
           MOVE 'N' TO WS-DUN-FOUND.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DUN-COUNT
               IF WS-DN-CUST-ID(WS-DN-IDX) = DH-CUSTOMER-ID
                   MOVE 'Y' TO WS-DUN-FOUND
                   MOVE DH-NOTICE-DATE TO WS-DN-LAST-DATE(WS-DN-IDX)
                   MOVE DH-NOTICE-LEVEL
                       TO WS-DN-LAST-LEVEL(WS-DN-IDX)
                   SET WS-DN-IDX TO WS-DUN-COUNT
               END-IF
           END-PERFORM.

           IF WS-DUN-FOUND NOT = 'Y'
               IF WS-DUN-COUNT < 5000
                   ADD 1 TO WS-DUN-COUNT
                   MOVE DH-CUSTOMER-ID TO WS-DN-CUST-ID(WS-DUN-COUNT)
                   MOVE DH-NOTICE-DATE
                       TO WS-DN-LAST-DATE(WS-DUN-COUNT)
                   MOVE DH-NOTICE-LEVEL
                       TO WS-DN-LAST-LEVEL(WS-DUN-COUNT)
               ELSE
                   DISPLAY "*** WS-DUN-TABLE has more than 5000 "
                       "customers - extra rows not tracked ***"
               END-IF
           END-IF.

       OPEN-DUNNING-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT OPEN-ITEM-FILE.

           OPEN EXTEND DUNNING-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT DUNNING-HISTORY-FILE
               CLOSE DUNNING-HISTORY-FILE
               OPEN EXTEND DUNNING-HISTORY-FILE
           END-IF.

           OPEN OUTPUT DUNNING-LETTER-FILE.

           OPEN OUTPUT DUNNING-REGISTER-FILE.
           MOVE WS-RUN-MM TO WS-DH2-MM.
           MOVE WS-RUN-DD TO WS-DH2-DD.
           MOVE WS-RUN-YYYY TO WS-DH2-YYYY.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-HEADER-1.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-HEADER-2.
           MOVE SPACES TO DUNNING-REGISTER-RECORD.
           WRITE DUNNING-REGISTER-RECORD.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-HEADER-3.

           OPEN OUTPUT REFERRAL-LIST-FILE.
           WRITE REFERRAL-LIST-RECORD FROM WS-COLL-HEADER-1.
           WRITE REFERRAL-LIST-RECORD FROM WS-DUN-HEADER-2.
           MOVE SPACES TO REFERRAL-LIST-RECORD.
           WRITE REFERRAL-LIST-RECORD.
           WRITE REFERRAL-LIST-RECORD FROM WS-COLL-HEADER-3.

           MOVE WS-RUN-MM TO WS-LL-MM.
           MOVE WS-RUN-DD TO WS-LL-DD.
           MOVE WS-RUN-YYYY TO WS-LL-YYYY.

       CLOSE-DUNNING-FILES.
           CLOSE REFERRAL-LIST-FILE.
           CLOSE DUNNING-REGISTER-FILE.
           CLOSE DUNNING-LETTER-FILE.
           CLOSE DUNNING-HISTORY-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

       DUN-ONE-CUSTOMER.
           PERFORM MEASURE-PAST-DUE.
           PERFORM FIND-LAST-NOTICE.

      *    Nothing past due: a customer we had been dunning gets a
      *    cleared row so the next delinquency starts afresh; for
      *    everyone else there is nothing to do.
           IF WS-DUE-LEVEL = 0
               IF WS-LAST-LEVEL > 0
                   MOVE 0 TO WS-NOTICE-LEVEL
                   PERFORM WRITE-DUNNING-HISTORY
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE "CLEARED" TO WS-ACTION-TEXT
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           ELSE
               PERFORM CHOOSE-NOTICE-LEVEL
           END-IF.

       CHOOSE-NOTICE-LEVEL.
      *    Already with collections: stays on the referral list
      *    each month until paid up, but gets no more letters.
           IF WS-LAST-LEVEL = 4
               MOVE 4 TO WS-NOTICE-LEVEL
               ADD 1 TO WS-STILL-REFERRED-COUNT
               MOVE "WITH COLLECTIONS" TO WS-ACTION-TEXT
               PERFORM WRITE-REGISTER-DETAIL
               MOVE "   " TO WS-CD-NEW-FLAG
               PERFORM WRITE-REFERRAL-LINE
           ELSE
      *        A notice already went out this month: only a higher
      *        level than that one may follow it.
               IF WS-LAST-DATE(1:6) = WS-RUN-DATE-NUM(1:6)
                   IF WS-DUE-LEVEL > WS-LAST-LEVEL
                       MOVE WS-DUE-LEVEL TO WS-NOTICE-LEVEL
                       PERFORM ISSUE-NOTICE
                   ELSE
                       MOVE WS-LAST-LEVEL TO WS-NOTICE-LEVEL
                       ADD 1 TO WS-ALREADY-SENT-COUNT
                       MOVE "SENT THIS MONTH" TO WS-ACTION-TEXT
                       PERFORM WRITE-REGISTER-DETAIL
                   END-IF
               ELSE
      *            Still past due after an earlier month's notice:
      *            at least one level up from that notice, and
      *            past a final demand means collections.
                   MOVE WS-DUE-LEVEL TO WS-NOTICE-LEVEL
                   IF WS-LAST-LEVEL > 0
                           AND WS-LAST-LEVEL >= WS-DUE-LEVEL
                       COMPUTE WS-NOTICE-LEVEL = WS-LAST-LEVEL + 1
                   END-IF
                   PERFORM ISSUE-NOTICE
               END-IF
           END-IF.

       ISSUE-NOTICE.
           PERFORM WRITE-DUNNING-HISTORY.
           ADD WS-NET-PAST-DUE TO WS-TOTAL-PAST-DUE.
           IF WS-NOTICE-LEVEL = 4
               ADD 1 TO WS-REFERRED-COUNT
               MOVE "REFERRED" TO WS-ACTION-TEXT
               PERFORM WRITE-REGISTER-DETAIL
               MOVE "YES" TO WS-CD-NEW-FLAG
               PERFORM WRITE-REFERRAL-LINE
           ELSE
               IF WS-NOTICE-LEVEL = 1
                   ADD 1 TO WS-REMINDER-COUNT
               ELSE
                   IF WS-NOTICE-LEVEL = 2
                       ADD 1 TO WS-SECOND-COUNT
                   ELSE
                       ADD 1 TO WS-FINAL-COUNT
                   END-IF
               END-IF
               MOVE "LETTER PRINTED" TO WS-ACTION-TEXT
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM PRINT-DUNNING-LETTER
           END-IF.

       MEASURE-PAST-DUE.
      *    One pass over the customer's ledger rows: sum the open
      *    invoices more than 30 days old, note the oldest, and
      *    pick up any credit held on account. The level due is
      *    the aging column of the oldest past-due invoice, once
      *    the on-account credit has been netted against the past
      *    due total.
           MOVE 0 TO WS-PAST-DUE-AMOUNT.
           MOVE 0 TO WS-ON-ACCOUNT-AMOUNT.
           MOVE 0 TO WS-OLDEST-DAYS.
           MOVE 0 TO WS-OLDEST-INVOICE.
           PERFORM START-CUSTOMER-ITEMS.
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

           COMPUTE WS-NET-PAST-DUE =
               WS-PAST-DUE-AMOUNT + WS-ON-ACCOUNT-AMOUNT.
           IF WS-NET-PAST-DUE NOT > ZERO
               MOVE 0 TO WS-DUE-LEVEL
           ELSE
               IF WS-OLDEST-DAYS <= 60
                   MOVE 1 TO WS-DUE-LEVEL
               ELSE
                   IF WS-OLDEST-DAYS <= 90
                       MOVE 2 TO WS-DUE-LEVEL
                   ELSE
                       MOVE 3 TO WS-DUE-LEVEL
                   END-IF
               END-IF
           END-IF.

       MEASURE-ONE-OPEN-ITEM.
           IF OI-INVOICE-NO = ZERO
               ADD OI-OPEN-AMOUNT TO WS-ON-ACCOUNT-AMOUNT
           ELSE
               IF OI-STATUS-OPEN
                       AND OI-OPEN-AMOUNT > ZERO
                   PERFORM COMPUTE-AGE-DAYS
                   IF WS-AGE-DAYS > 30
                       ADD OI-OPEN-AMOUNT TO WS-PAST-DUE-AMOUNT
                       IF WS-AGE-DAYS > WS-OLDEST-DAYS
                           MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
                           MOVE OI-INVOICE-NO TO WS-OLDEST-INVOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       START-CUSTOMER-ITEMS.
           MOVE 'N' TO WS-OPEN-ITEM-EOF.
           MOVE CM-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE 0 TO OI-INVOICE-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF
           END-START.

       COMPUTE-AGE-DAYS.
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

       FIND-LAST-NOTICE.
           MOVE 0 TO WS-LAST-DATE.
           MOVE 0 TO WS-LAST-LEVEL.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DUN-COUNT
               IF WS-DN-CUST-ID(WS-DN-IDX) = CM-CUSTOMER-ID
                   MOVE WS-DN-LAST-DATE(WS-DN-IDX) TO WS-LAST-DATE
                   MOVE WS-DN-LAST-LEVEL(WS-DN-IDX) TO WS-LAST-LEVEL
                   SET WS-DN-IDX TO WS-DUN-COUNT
               END-IF
           END-PERFORM.

       WRITE-DUNNING-HISTORY.
           MOVE CM-CUSTOMER-ID TO DH-CUSTOMER-ID.
           MOVE WS-RUN-DATE-NUM TO DH-NOTICE-DATE.
           MOVE WS-NOTICE-LEVEL TO DH-NOTICE-LEVEL.
           MOVE WS-NET-PAST-DUE TO DH-PAST-DUE-AMOUNT.
           MOVE CM-OPEN-BALANCE TO DH-OPEN-BALANCE.
           MOVE WS-OLDEST-DAYS TO DH-OLDEST-DAYS.
           MOVE WS-OLDEST-INVOICE TO DH-OLDEST-INVOICE.
           WRITE DUNNING-HISTORY-RECORD.

       SET-LEVEL-TEXT.
           IF WS-NOTICE-LEVEL = 1
               MOVE "FIRST REMINDER" TO WS-LEVEL-TEXT
           ELSE
               IF WS-NOTICE-LEVEL = 2
                   MOVE "SECOND NOTICE" TO WS-LEVEL-TEXT
               ELSE
                   IF WS-NOTICE-LEVEL = 3
                       MOVE "FINAL DEMAND" TO WS-LEVEL-TEXT
                   ELSE
                       IF WS-NOTICE-LEVEL = 4
                           MOVE "REFERRED TO COLLECTIONS"
                               TO WS-LEVEL-TEXT
                       ELSE
                           MOVE "NO LONGER PAST DUE"
                               TO WS-LEVEL-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-REGISTER-DETAIL.
           PERFORM SET-LEVEL-TEXT.
           MOVE CM-CUSTOMER-ID TO WS-DD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-DD-CUST-NAME.
           MOVE WS-NET-PAST-DUE TO WS-DD-PAST-DUE.
           MOVE WS-OLDEST-DAYS TO WS-DD-DAYS.
           MOVE WS-LEVEL-TEXT TO WS-DD-LEVEL.
           MOVE WS-ACTION-TEXT TO WS-DD-ACTION.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-DETAIL.

       WRITE-REFERRAL-LINE.
      *    The referral date is tonight for a new referral, else
      *    the date of the referral row already on the history.
           MOVE CM-CUSTOMER-ID TO WS-CD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-CD-CUST-NAME.
           MOVE CM-PHONE-NUMBER TO WS-CD-PHONE.
           MOVE CM-OPEN-BALANCE TO WS-CD-BALANCE.
           MOVE WS-NET-PAST-DUE TO WS-CD-PAST-DUE.
           MOVE WS-OLDEST-DAYS TO WS-CD-DAYS.
           IF WS-CD-NEW-FLAG = "YES"
               MOVE WS-RUN-DATE-NUM TO WS-CD-REFER-DATE
           ELSE
               MOVE WS-LAST-DATE TO WS-CD-REFER-DATE
           END-IF.
           WRITE REFERRAL-LIST-RECORD FROM WS-COLL-DETAIL.

       PRINT-DUNNING-LETTER.
      *    One page per letter: address block, the notice level,
      *    the wording for that level, and the past-due invoices
      *    from a second pass over the customer's ledger rows.
           PERFORM SET-LEVEL-TEXT.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-DATE-LINE.
           MOVE SPACES TO DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD.

           MOVE CM-CUSTOMER-NAME TO WS-LA-TEXT.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-ADDR-LINE.
           IF CM-ADDRESS-LINE-1 NOT = SPACES
               MOVE CM-ADDRESS-LINE-1 TO WS-LA-TEXT
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-ADDR-LINE
           END-IF.
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE CM-ADDRESS-LINE-2 TO WS-LA-TEXT
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-ADDR-LINE
           END-IF.
           IF CM-CITY NOT = SPACES
               MOVE CM-CITY TO WS-LZ-CITY
               MOVE CM-STATE TO WS-LZ-STATE
               MOVE CM-ZIP-CODE TO WS-LZ-ZIP
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-CSZ-LINE
           END-IF.
           MOVE SPACES TO DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD.

           MOVE CM-CUSTOMER-ID TO WS-LN-CUST-ID.
           MOVE WS-LEVEL-TEXT TO WS-LN-LEVEL.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-ACCOUNT-LINE.
           MOVE SPACES TO DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD.

           PERFORM PRINT-LETTER-WORDING.

           MOVE SPACES TO DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-COL-HEADER.
           PERFORM START-CUSTOMER-ITEMS.
           PERFORM UNTIL OPEN-ITEM-EOF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OPEN-ITEM-EOF
                   NOT AT END
                       IF OI-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                           MOVE 'Y' TO WS-OPEN-ITEM-EOF
                       ELSE
                           PERFORM PRINT-ONE-PAST-DUE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD.
           MOVE "TOTAL PAST DUE:" TO WS-LS-LABEL.
           MOVE WS-PAST-DUE-AMOUNT TO WS-LS-AMOUNT.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TOTAL-LINE.
           IF WS-ON-ACCOUNT-AMOUNT NOT = ZERO
               MOVE "LESS CREDIT ON ACCOUNT:" TO WS-LS-LABEL
               MOVE WS-ON-ACCOUNT-AMOUNT TO WS-LS-AMOUNT
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TOTAL-LINE
               MOVE "AMOUNT NOW DUE:" TO WS-LS-LABEL
               MOVE WS-NET-PAST-DUE TO WS-LS-AMOUNT
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TOTAL-LINE
           END-IF.

           MOVE SPACES TO DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD.
           MOVE "PLEASE CALL OUR ACCOUNTS RECEIVABLE DEPARTMENT WITH "
               TO WS-LT-TEXT.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TEXT-LINE.
           MOVE "ANY QUESTION ABOUT THIS ACCOUNT." TO WS-LT-TEXT.
           WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TEXT-LINE.

       PRINT-ONE-PAST-DUE-ITEM.
           IF OI-INVOICE-NO NOT = ZERO
                   AND OI-STATUS-OPEN
                   AND OI-OPEN-AMOUNT > ZERO
               PERFORM COMPUTE-AGE-DAYS
               IF WS-AGE-DAYS > 30
                   MOVE OI-INVOICE-NO TO WS-LD-INVOICE-NO
                   MOVE OI-INVOICE-DATE TO WS-LD-INV-DATE
                   MOVE OI-OPEN-AMOUNT TO WS-LD-OPEN
                   MOVE WS-AGE-DAYS TO WS-LD-DAYS
                   WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-DETAIL
               END-IF
           END-IF.

       PRINT-LETTER-WORDING.
           IF WS-NOTICE-LEVEL = 1
               MOVE "OUR RECORDS SHOW THE INVOICES LISTED BELOW ARE "
                   TO WS-LT-TEXT
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TEXT-LINE
               MOVE "PAST DUE. IF YOUR PAYMENT IS ALREADY ON ITS WAY, "
                   TO WS-LT-TEXT
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TEXT-LINE
               MOVE "PLEASE DISREGARD THIS REMINDER." TO WS-LT-TEXT
               WRITE DUNNING-LETTER-RECORD FROM WS-LETTER-TEXT-LINE
           ELSE
               IF WS-NOTICE-LEVEL = 2
                   MOVE "THE INVOICES LISTED BELOW REMAIN UNPAID AFTER "
                       TO WS-LT-TEXT
                   WRITE DUNNING-LETTER-RECORD
                       FROM WS-LETTER-TEXT-LINE
                   MOVE "OUR FIRST REMINDER. PLEASE SEND PAYMENT IN "
                       TO WS-LT-TEXT
                   WRITE DUNNING-LETTER-RECORD
                       FROM WS-LETTER-TEXT-LINE
                   MOVE "FULL BY RETURN MAIL." TO WS-LT-TEXT
                   WRITE DUNNING-LETTER-RECORD
                       FROM WS-LETTER-TEXT-LINE
               ELSE
                   MOVE "FINAL DEMAND. THE INVOICES LISTED BELOW ARE "
                       TO WS-LT-TEXT
                   WRITE DUNNING-LETTER-RECORD
                       FROM WS-LETTER-TEXT-LINE
                   MOVE "SERIOUSLY PAST DUE. UNLESS PAYMENT IN FULL IS "
                       TO WS-LT-TEXT
                   WRITE DUNNING-LETTER-RECORD
                       FROM WS-LETTER-TEXT-LINE
                   MOVE "RECEIVED BEFORE OUR NEXT BILLING CYCLE, THIS "
                       TO WS-LT-TEXT
                   WRITE DUNNING-LETTER-RECORD
                       FROM WS-LETTER-TEXT-LINE
                   MOVE "ACCOUNT WILL BE REFERRED FOR COLLECTION."
                       TO WS-LT-TEXT
                   WRITE DUNNING-LETTER-RECORD
                       FROM WS-LETTER-TEXT-LINE
               END-IF
           END-IF.

       REPORT-DUNNING-TOTALS.
           MOVE SPACES TO DUNNING-REGISTER-RECORD.
           WRITE DUNNING-REGISTER-RECORD.
           MOVE "FIRST REMINDERS: " TO WS-DT-LABEL.
           MOVE WS-REMINDER-COUNT TO WS-DT-COUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-LINE.
           MOVE "SECOND NOTICES: " TO WS-DT-LABEL.
           MOVE WS-SECOND-COUNT TO WS-DT-COUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-LINE.
           MOVE "FINAL DEMANDS: " TO WS-DT-LABEL.
           MOVE WS-FINAL-COUNT TO WS-DT-COUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-LINE.
           MOVE "NEWLY REFERRED: " TO WS-DT-LABEL.
           MOVE WS-REFERRED-COUNT TO WS-DT-COUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-LINE.
           MOVE "ALREADY WITH COLLECTIONS: " TO WS-DT-LABEL.
           MOVE WS-STILL-REFERRED-COUNT TO WS-DT-COUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-LINE.
           MOVE "ALREADY SENT THIS MONTH: " TO WS-DT-LABEL.
           MOVE WS-ALREADY-SENT-COUNT TO WS-DT-COUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-LINE.
           MOVE "CLEARED SINCE LAST NOTICE: " TO WS-DT-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-DT-COUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-LINE.
           MOVE WS-TOTAL-PAST-DUE TO WS-DT-AMOUNT.
           WRITE DUNNING-REGISTER-RECORD FROM WS-DUN-TOTALS-AMOUNT.

           MOVE SPACES TO REFERRAL-LIST-RECORD.
           WRITE REFERRAL-LIST-RECORD.
           MOVE "CUSTOMERS WITH COLLECTIONS: " TO WS-DT-LABEL.
           COMPUTE WS-DT-COUNT =
               WS-REFERRED-COUNT + WS-STILL-REFERRED-COUNT.
           WRITE REFERRAL-LIST-RECORD FROM WS-DUN-TOTALS-LINE.
