       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-ITEM-LIST.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Open-invoice listing for collections. Lists every invoice
      * still owing money on the CUSTOPEN open-item ledger, by
      * customer, with its invoice date, branch, original and open
      * amounts and its age in days and aging column - the same
      * current / 31-60 / 61-90 / over-90 split AGED-TRIAL-BAL
      * prints - plus any cash or credit the customer has on
      * account, so a collector can tell the customer exactly
      * which invoices are unpaid. Each customer closes with the
      * ledger's open total beside the balance on the master; a
      * difference is balance from before the ledger existed.
      *
      * PARM='nnnnn' lists one customer; an empty PARM lists every
      * customer with an open item.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CUSTOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT OPEN-LIST-FILE ASSIGN TO "CUSTOPNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  OPEN-LIST-FILE.
       01 OPEN-LIST-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-LIST-STATUS        PIC XX VALUE '00'.

       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.
       01 WS-OPEN-ITEM-EOF      PIC X VALUE 'N'.
           88 OPEN-ITEM-EOF            VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

       01 WS-SELECT-CUST-ID     PIC 9(5) VALUE 0.

       01 WS-TRANS-DATE-SPLIT.
           05 WS-TD-YYYY        PIC 9(4).
           05 WS-TD-MM          PIC 9(2).
           05 WS-TD-DD          PIC 9(2).

      * Age in days - the same 365-day year and 30-day month
      * approximation AGED-TRIAL-BAL uses, so an invoice lands in
      * the same column on both reports.
       01 WS-AGE-DAYS           PIC S9(7) VALUE 0.

      * The customer being listed.
       01 WS-CUST-HEADED        PIC X VALUE 'N'.
       01 WS-CUST-OPEN-TOTAL    PIC S9(9)V99 VALUE 0.

      * Run totals.
       01 WS-CUSTOMER-COUNT     PIC 9(5) VALUE 0.
       01 WS-INVOICE-COUNT      PIC 9(7) VALUE 0.
       01 WS-GT-OPEN            PIC S9(11)V99 VALUE 0.
       01 WS-GT-ON-ACCOUNT      PIC S9(11)V99 VALUE 0.

       01 WS-LIST-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "OPEN INVOICE LISTING".

       01 WS-LIST-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-LH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-LH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-LH2-YYYY       PIC 9(4).

       01 WS-LIST-CUST-LINE.
           05 FILLER            PIC X(10) VALUE "CUSTOMER: ".
           05 WS-LC-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LC-CUST-NAME   PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "PHONE: ".
           05 WS-LC-PHONE       PIC X(12).

       01 WS-LIST-COL-HEADER.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "INVOICE".
           05 FILLER            PIC X(10) VALUE "INV DATE".
           05 FILLER            PIC X(5)  VALUE "BR".
           05 FILLER            PIC X(15) VALUE "       ORIGINAL".
           05 FILLER            PIC X(15) VALUE "      OPEN AMT".
           05 FILLER            PIC X(7)  VALUE "   DAYS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "AGE".

       01 WS-LIST-DETAIL.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-LD-INVOICE-NO  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LD-INV-DATE    PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LD-BRANCH      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-LD-ORIGINAL    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-LD-OPEN        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-LD-DAYS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-LD-AGE         PIC X(10).

       01 WS-LIST-ON-ACCOUNT.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(18)
               VALUE "ON ACCOUNT".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE SPACES.
           05 WS-LO-OPEN        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "SINCE: ".
           05 WS-LO-DATE        PIC 9(8).

       01 WS-LIST-CUST-TOTAL.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(22)
               VALUE "LEDGER OPEN TOTAL:".
           05 FILLER            PIC X(15) VALUE SPACES.
           05 WS-LT-OPEN        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "MASTER BALANCE: ".
           05 WS-LT-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.

       01 WS-LIST-TOTALS-1.
           05 FILLER            PIC X(30)
               VALUE "CUSTOMERS LISTED: ".
           05 WS-LS-CUSTOMERS   PIC ZZ,ZZ9.

       01 WS-LIST-TOTALS-2.
           05 FILLER            PIC X(30)
               VALUE "OPEN INVOICES: ".
           05 WS-LS-INVOICES    PIC Z,ZZZ,ZZ9.

       01 WS-LIST-TOTALS-3.
           05 FILLER            PIC X(30)
               VALUE "TOTAL OPEN INVOICES (USD): ".
           05 WS-LS-OPEN        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LIST-TOTALS-4.
           05 FILLER            PIC X(30)
               VALUE "TOTAL ON ACCOUNT (USD): ".
           05 WS-LS-ON-ACCOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT       PIC X(5).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Open Invoice Listing".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LEN >= 5
                   AND WS-PARM-TEXT IS NUMERIC
               MOVE WS-PARM-TEXT TO WS-SELECT-CUST-ID
           END-IF.

           PERFORM OPEN-LIST-FILES.

           IF WS-OPEN-ITEM-STATUS = "35"
               DISPLAY "*** CUSTOPEN not found - no open items "
                   "to list ***"
           ELSE
               IF WS-SELECT-CUST-ID > ZERO
                   PERFORM LIST-ONE-SELECTED-CUSTOMER
               ELSE
                   PERFORM LIST-ALL-CUSTOMERS
               END-IF
               CLOSE OPEN-ITEM-FILE
           END-IF.

           PERFORM REPORT-LIST-TOTALS.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE OPEN-LIST-FILE.

           DISPLAY "Customers listed: " WS-CUSTOMER-COUNT.
           DISPLAY "Open invoices: " WS-INVOICE-COUNT.
           STOP RUN.

       OPEN-LIST-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT OPEN-ITEM-FILE.
           OPEN OUTPUT OPEN-LIST-FILE.

           MOVE WS-RUN-MM TO WS-LH2-MM.
           MOVE WS-RUN-DD TO WS-LH2-DD.
           MOVE WS-RUN-YYYY TO WS-LH2-YYYY.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-HEADER-1.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-HEADER-2.
           MOVE SPACES TO OPEN-LIST-RECORD.
           WRITE OPEN-LIST-RECORD.

       LIST-ONE-SELECTED-CUSTOMER.
           MOVE WS-SELECT-CUST-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** Customer " WS-SELECT-CUST-ID
                       " is not on the customer master ***"
               NOT INVALID KEY
                   PERFORM LIST-ONE-CUSTOMER
           END-READ.

       LIST-ALL-CUSTOMERS.
           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM LIST-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       LIST-ONE-CUSTOMER.
      *    Position on the customer's first ledger row and list
      *    every row that still carries an open amount. The
      *    customer heading prints with the first such row, so a
      *    customer with nothing open does not appear at all.
           MOVE 'N' TO WS-CUST-HEADED.
           MOVE 0 TO WS-CUST-OPEN-TOTAL.
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
                           IF OI-OPEN-AMOUNT NOT = ZERO
                               PERFORM LIST-ONE-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CUST-HEADED = 'Y'
               MOVE WS-CUST-OPEN-TOTAL TO WS-LT-OPEN
               MOVE CM-OPEN-BALANCE TO WS-LT-BALANCE
               WRITE OPEN-LIST-RECORD FROM WS-LIST-CUST-TOTAL
               MOVE SPACES TO OPEN-LIST-RECORD
               WRITE OPEN-LIST-RECORD
           END-IF.

       LIST-ONE-OPEN-ITEM.
           IF WS-CUST-HEADED NOT = 'Y'
               PERFORM WRITE-CUSTOMER-HEADING
           END-IF.
           ADD OI-OPEN-AMOUNT TO WS-CUST-OPEN-TOTAL.

           IF OI-INVOICE-NO = ZERO
               MOVE OI-OPEN-AMOUNT TO WS-LO-OPEN
               MOVE OI-INVOICE-DATE TO WS-LO-DATE
               WRITE OPEN-LIST-RECORD FROM WS-LIST-ON-ACCOUNT
               ADD OI-OPEN-AMOUNT TO WS-GT-ON-ACCOUNT
           ELSE
               PERFORM COMPUTE-AGE-DAYS
               MOVE OI-INVOICE-NO TO WS-LD-INVOICE-NO
               MOVE OI-INVOICE-DATE TO WS-LD-INV-DATE
               MOVE OI-BRANCH-CODE TO WS-LD-BRANCH
               MOVE OI-ORIGINAL-AMOUNT TO WS-LD-ORIGINAL
               MOVE OI-OPEN-AMOUNT TO WS-LD-OPEN
               MOVE WS-AGE-DAYS TO WS-LD-DAYS
               IF WS-AGE-DAYS <= 30
                   MOVE "CURRENT" TO WS-LD-AGE
               ELSE
                   IF WS-AGE-DAYS <= 60
                       MOVE "31-60" TO WS-LD-AGE
                   ELSE
                       IF WS-AGE-DAYS <= 90
                           MOVE "61-90" TO WS-LD-AGE
                       ELSE
                           MOVE "OVER 90" TO WS-LD-AGE
                       END-IF
                   END-IF
               END-IF
               WRITE OPEN-LIST-RECORD FROM WS-LIST-DETAIL
               ADD 1 TO WS-INVOICE-COUNT
               ADD OI-OPEN-AMOUNT TO WS-GT-OPEN
           END-IF.

       WRITE-CUSTOMER-HEADING.
           MOVE 'Y' TO WS-CUST-HEADED.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE CM-CUSTOMER-ID TO WS-LC-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-LC-CUST-NAME.
           MOVE CM-PHONE-NUMBER TO WS-LC-PHONE.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-CUST-LINE.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-COL-HEADER.

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

       REPORT-LIST-TOTALS.
           MOVE SPACES TO OPEN-LIST-RECORD.
           WRITE OPEN-LIST-RECORD.
           MOVE WS-CUSTOMER-COUNT TO WS-LS-CUSTOMERS.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-TOTALS-1.
           MOVE WS-INVOICE-COUNT TO WS-LS-INVOICES.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-TOTALS-2.
           MOVE WS-GT-OPEN TO WS-LS-OPEN.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-TOTALS-3.
           MOVE WS-GT-ON-ACCOUNT TO WS-LS-ON-ACCOUNT.
           WRITE OPEN-LIST-RECORD FROM WS-LIST-TOTALS-4.
