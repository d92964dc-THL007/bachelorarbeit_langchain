       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRM-MASTER-UPDATE.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Nightly customer-master update from the sales CRM. Every
      * new account, address change and credit limit the sales
      * team set up in the CRM used to be re-keyed here one
      * CUSTOMER-MAINT screen at a time, with typos and lag. This
      * run reads the CRMFEED change file and, for each add,
      * change or close on it, applies the same edits CUSTOMER-
      * MAINT makes at the terminal:
      *   - an add needs a customer ID not already on file and a
      *     name;
      *   - a change or close needs the customer on file and not
      *     already closed - reopening an account is accounting's
      *     call, keyed in CUSTOMER-MAINT;
      *   - the credit limit must be numeric, and a cut below the
      *     customer's current open balance is refused - the
      *     account would go straight onto credit hold;
      *   - tax exempt is Y or N, and a Y needs the certificate
      *     number on the row or already on file;
      *   - a parent link follows the one-level national-account
      *     rule: the parent is on file, is not this customer and
      *     reports to no parent of its own, and a customer other
      *     locations report to cannot take a parent;
      *   - a close needs a zero open balance, and a parent cannot
      *     be closed while any of its locations is still open.
      * A row that fails goes to the CRMUPDX exception listing
      * with the first reason found and the master is not
      * touched. Every add, change and close applied writes a
      * before/after image to CUSTJRNL stamped with this run, so
      * JOURNAL-BACKOUT can reverse a bad feed. A change that
      * leaves the master exactly as it was is counted but not
      * rewritten or journaled. Applied updates list on the
      * CRMUPDR register, which ends with the control totals.
      *
      * The last-activity date is left alone on a change or close
      * - a CRM edit is not the customer trading with us. An add
      * starts it at the run date, the same as CUSTOMER-MAINT.
      *
      * Ends with return code 4 when any row was rejected, 0
      * clean. A missing CRMFEED file is a night with no CRM
      * changes, not an error.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL, and a
      *             restarted CUSTBAT night skips the step when it
      *             already completed for the batch instead of running
      *             it twice.
      * 2026-10-15  A master write or rewrite that fails now lists
      *             the row on CRMUPDX with the file status instead
      *             of journaling and counting it as applied.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRM-UPDATE-FILE ASSIGN TO "CRMFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CRM-REGISTER-FILE ASSIGN TO "CRMUPDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CRM-EXCEPTION-FILE ASSIGN TO "CRMUPDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRM-UPDATE-FILE.
       COPY 'crm-update.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  JOURNAL-FILE.
       COPY 'journal-record.cpy'.

       FD  CRM-REGISTER-FILE.
       01 CRM-REGISTER-RECORD      PIC X(110).

       FD  CRM-EXCEPTION-FILE.
       01 CRM-EXCEPTION-RECORD     PIC X(85).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.

       01 WS-FEED-EOF           PIC X VALUE 'N'.
           88 FEED-EOF                 VALUE 'Y'.
       01 WS-MASTER-FOUND       PIC X VALUE 'N'.
           88 MASTER-FOUND             VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * Before/after image journal of every master update - the
      * before image is captured when the record is read.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.
       01 WS-JR-ACTION          PIC X(1) VALUE SPACE.

      * This row's update.
       01 WS-UPDATE-OK          PIC X VALUE 'N'.
       01 WS-WORK-CUSTOMER-ID   PIC 9(5) VALUE 0.

      * National-account parent link - the parent named on the
      * row, and the locations found reporting to this customer.
      * The record being updated is held aside while the parent
      * is read and the master is scanned for its locations.
       01 WS-NEW-PARENT-ID      PIC 9(5) VALUE 0.
       01 WS-PARENT-OK          PIC X VALUE 'Y'.
       01 WS-CHILD-COUNT        PIC 9(5) VALUE 0.
       01 WS-OPEN-CHILD-COUNT   PIC 9(5) VALUE 0.
       01 WS-SCAN-EOF           PIC X VALUE 'N'.
           88 SCAN-EOF                 VALUE 'Y'.
       01 WS-HOLD-RECORD        PIC X(206) VALUE SPACES.

      * Control totals.
       01 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
       01 WS-CLOSE-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNCHANGED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.

       01 WS-CRM-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(36)
               VALUE "CRM CUSTOMER MASTER UPDATE REGISTER".

       01 WS-CRM-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-CH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-YYYY       PIC 9(4).

       01 WS-CRM-HEADER-3.
           05 FILLER            PIC X(8)  VALUE "ACTION".
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(31) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(14) VALUE "CRM CHANGE".
           05 FILLER            PIC X(14) VALUE "  CREDIT LIMIT".
           05 FILLER            PIC X(15) VALUE "   OPEN BALANCE".
           05 FILLER            PIC X(8)  VALUE "  PARENT".

       01 WS-CRM-DETAIL.
           05 WS-CD-ACTION      PIC X(7).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-CUST-NAME   PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-CHANGE-ID   PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-LIMIT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CD-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-CD-PARENT-ID   PIC 9(5).

       01 WS-EXCEPTION-DETAIL.
           05 WS-EX-CHANGE-ID   PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-CUST-ID     PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-ACTION      PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-CUST-NAME   PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-EX-REASON      PIC X(30).

       01 WS-CRM-TOTALS-LINE.
           05 WS-CT-LABEL       PIC X(30).
           05 WS-CT-COUNT       PIC ZZ,ZZ9.

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "CRM Customer Master Update".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           PERFORM OPEN-CRM-FILES.
           PERFORM APPLY-ALL-UPDATES.
           PERFORM REPORT-CRM-TOTALS.
           PERFORM CLOSE-CRM-FILES.

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "CRM rows read:     " WS-READ-COUNT.
           DISPLAY "Updates applied:   " WS-APPLIED-COUNT.
           DISPLAY "Rows rejected:     " WS-REJECTED-COUNT.
           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    Under CUSTBAT's run control a restarted night skips this
      *    step when it already completed for the batch.
           MOVE "CRM-MASTER-UPDATE" TO SC-PROGRAM-NAME.
           MOVE 'B' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       OPEN-CRM-FILES.
      *    The master is created on first use, the same way
      *    CUSTOMER-MAINT does, so the CRM can seed an empty one.
           OPEN INPUT CRM-UPDATE-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           OPEN OUTPUT CRM-REGISTER-FILE.
           OPEN OUTPUT CRM-EXCEPTION-FILE.
           MOVE WS-RUN-MM TO WS-CH2-MM.
           MOVE WS-RUN-DD TO WS-CH2-DD.
           MOVE WS-RUN-YYYY TO WS-CH2-YYYY.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-HEADER-1.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-HEADER-2.
           MOVE SPACES TO CRM-REGISTER-RECORD.
           WRITE CRM-REGISTER-RECORD.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-HEADER-3.

       CLOSE-CRM-FILES.
           CLOSE CRM-EXCEPTION-FILE.
           CLOSE CRM-REGISTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-FEED-STATUS NOT = "35"
               CLOSE CRM-UPDATE-FILE
           END-IF.

       APPLY-ALL-UPDATES.
           IF WS-FEED-STATUS = "35"
               DISPLAY "*** CRMFEED not found - no CRM changes "
                   "to apply ***"
           ELSE
               PERFORM UNTIL FEED-EOF
                   READ CRM-UPDATE-FILE
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-UPDATE
                   END-READ
               END-PERFORM
           END-IF.

       APPLY-ONE-UPDATE.
      *    A row is applied only when every edit passes - the
      *    first failure names the reason on the exception list.
           MOVE 'Y' TO WS-UPDATE-OK.
           IF NOT CU-ADD AND NOT CU-CHANGE AND NOT CU-CLOSE
               MOVE "INVALID ACTION CODE" TO WS-EX-REASON
               MOVE 'N' TO WS-UPDATE-OK
           END-IF.
           IF WS-UPDATE-OK = 'Y'
               IF CU-CUSTOMER-ID IS NOT NUMERIC
                       OR CU-CUSTOMER-ID = ZERO
                   MOVE "INVALID CUSTOMER ID" TO WS-EX-REASON
                   MOVE 'N' TO WS-UPDATE-OK
               END-IF
           END-IF.
           IF WS-UPDATE-OK = 'Y'
               MOVE CU-CUSTOMER-ID TO WS-WORK-CUSTOMER-ID
               PERFORM READ-CUSTOMER-MASTER
               IF CU-ADD AND MASTER-FOUND
                   MOVE "ADD FOR CUSTOMER ALREADY ON FILE"
                       TO WS-EX-REASON
                   MOVE 'N' TO WS-UPDATE-OK
               END-IF
               IF NOT CU-ADD AND NOT MASTER-FOUND
                   MOVE "CUSTOMER NOT ON FILE" TO WS-EX-REASON
                   MOVE 'N' TO WS-UPDATE-OK
               END-IF
           END-IF.
           IF WS-UPDATE-OK = 'Y' AND NOT CU-ADD
               IF CM-STATUS-CLOSED
                   MOVE "ACCOUNT IS CLOSED" TO WS-EX-REASON
                   MOVE 'N' TO WS-UPDATE-OK
               END-IF
           END-IF.
           IF WS-UPDATE-OK = 'Y'
               IF CU-CLOSE
                   PERFORM EDIT-CRM-CLOSE
               ELSE
                   PERFORM EDIT-CRM-FIELDS
               END-IF
           END-IF.
           IF WS-UPDATE-OK = 'Y'
               IF CU-ADD
                   PERFORM ADD-CRM-CUSTOMER
               END-IF
               IF CU-CHANGE
                   PERFORM CHANGE-CRM-CUSTOMER
               END-IF
               IF CU-CLOSE
                   PERFORM CLOSE-CRM-CUSTOMER
               END-IF
           ELSE
               PERFORM WRITE-CRM-EXCEPTION
           END-IF.

       READ-CUSTOMER-MASTER.
           MOVE CU-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
                   MOVE SPACES TO WS-JR-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   MOVE CUSTOMER-MASTER-RECORD TO WS-JR-BEFORE
           END-READ.

       EDIT-CRM-FIELDS.
      *    The field edits CUSTOMER-MAINT makes at the terminal,
      *    made on the row before anything moves to the master.
           IF CU-ADD AND CU-CUSTOMER-NAME = SPACES
               MOVE "NAME REQUIRED ON ADD" TO WS-EX-REASON
               MOVE 'N' TO WS-UPDATE-OK
           END-IF.
           IF WS-UPDATE-OK = 'Y'
               IF CU-CREDIT-LIMIT-X NOT = SPACES
                       AND CU-CREDIT-LIMIT IS NOT NUMERIC
                   MOVE "CREDIT LIMIT NOT NUMERIC" TO WS-EX-REASON
                   MOVE 'N' TO WS-UPDATE-OK
               END-IF
           END-IF.
      *    A limit set below what the customer already owes puts
      *    the account over limit the moment it lands - only a
      *    cut is refused, and zero (no limit) never is.
           IF WS-UPDATE-OK = 'Y' AND CU-CHANGE
               IF CU-CREDIT-LIMIT-X NOT = SPACES
                   IF CU-CREDIT-LIMIT > ZERO
                           AND CU-CREDIT-LIMIT < CM-OPEN-BALANCE
                           AND (CM-CREDIT-LIMIT = ZERO
                               OR CU-CREDIT-LIMIT < CM-CREDIT-LIMIT)
                       MOVE "CREDIT LIMIT BELOW OPEN BALANCE"
                           TO WS-EX-REASON
                       MOVE 'N' TO WS-UPDATE-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-UPDATE-OK = 'Y'
               IF CU-TAX-EXEMPT-FLAG NOT = SPACE
                       AND CU-TAX-EXEMPT-FLAG NOT = 'Y'
                       AND CU-TAX-EXEMPT-FLAG NOT = 'N'
                   MOVE "TAX EXEMPT FLAG NOT Y OR N" TO WS-EX-REASON
                   MOVE 'N' TO WS-UPDATE-OK
               END-IF
           END-IF.
      *    A 'Y' needs the certificate on file - audit will ask
      *    for it when the suppressed tax is questioned.
           IF WS-UPDATE-OK = 'Y'
               IF CU-TAX-EXEMPT-FLAG = 'Y'
                       AND CU-TAX-CERT-NUMBER = SPACES
                   IF CU-ADD OR CM-TAX-CERT-NUMBER = SPACES
                       MOVE "EXEMPT WITH NO CERTIFICATE"
                           TO WS-EX-REASON
                       MOVE 'N' TO WS-UPDATE-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-UPDATE-OK = 'Y'
               IF CU-PARENT-ID-X NOT = SPACES
                   IF CU-PARENT-ID IS NOT NUMERIC
                       MOVE "PARENT ID NOT NUMERIC" TO WS-EX-REASON
                       MOVE 'N' TO WS-UPDATE-OK
                   ELSE
                       PERFORM EDIT-PARENT-LINK
                   END-IF
               END-IF
           END-IF.

       EDIT-PARENT-LINK.
      *    One level only, as in CUSTOMER-MAINT. Zero unlinks and
      *    a link the master already carries needs no proof -
      *    the CRM sends its full row on every change, and the
      *    master scan is saved for a link that actually moves.
           MOVE CU-PARENT-ID TO WS-NEW-PARENT-ID.
           MOVE 'Y' TO WS-PARENT-OK.
           IF WS-NEW-PARENT-ID > ZERO
               IF CU-ADD OR WS-NEW-PARENT-ID NOT = CM-PARENT-ID
                   MOVE CUSTOMER-MASTER-RECORD TO WS-HOLD-RECORD
                   IF WS-NEW-PARENT-ID = WS-WORK-CUSTOMER-ID
                       MOVE "CUSTOMER CANNOT BE OWN PARENT"
                           TO WS-EX-REASON
                       MOVE 'N' TO WS-PARENT-OK
                   END-IF
                   IF WS-PARENT-OK = 'Y'
                       PERFORM READ-PARENT-CUSTOMER
                   END-IF
                   IF WS-PARENT-OK = 'Y'
                       PERFORM COUNT-CHILD-ACCOUNTS
                       IF WS-CHILD-COUNT > 0
                           MOVE "CUSTOMER IS PARENT TO LOCATIONS"
                               TO WS-EX-REASON
                           MOVE 'N' TO WS-PARENT-OK
                       END-IF
                   END-IF
                   MOVE WS-HOLD-RECORD TO CUSTOMER-MASTER-RECORD
               END-IF
           END-IF.
           IF WS-PARENT-OK = 'N'
               MOVE 'N' TO WS-UPDATE-OK
           END-IF.

       READ-PARENT-CUSTOMER.
           MOVE WS-NEW-PARENT-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "PARENT NOT ON FILE" TO WS-EX-REASON
                   MOVE 'N' TO WS-PARENT-OK
               NOT INVALID KEY
                   IF CM-HAS-PARENT
                       MOVE "PARENT REPORTS TO A PARENT"
                           TO WS-EX-REASON
                       MOVE 'N' TO WS-PARENT-OK
                   END-IF
           END-READ.

       COUNT-CHILD-ACCOUNTS.
      *    Scan the whole master for locations naming the customer
      *    being updated as their parent, and how many of them
      *    are still open. Uses the record area - callers hold
      *    their record aside first.
           MOVE 0 TO WS-CHILD-COUNT.
           MOVE 0 TO WS-OPEN-CHILD-COUNT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE ZERO TO CM-CUSTOMER-ID.
           START CUSTOMER-MASTER-FILE
                   KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CM-PARENT-ID = WS-WORK-CUSTOMER-ID
                           ADD 1 TO WS-CHILD-COUNT
                           IF NOT CM-STATUS-CLOSED
                               ADD 1 TO WS-OPEN-CHILD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EDIT-CRM-CLOSE.
      *    Only an account that owes nothing and is owed nothing
      *    can close. A parent's open locations would be left
      *    billing through a closed account - they close first.
           IF CM-OPEN-BALANCE NOT = ZERO
               MOVE "CLOSE WITH OPEN BALANCE" TO WS-EX-REASON
               MOVE 'N' TO WS-UPDATE-OK
           END-IF.
           IF WS-UPDATE-OK = 'Y' AND NOT CM-HAS-PARENT
               MOVE CUSTOMER-MASTER-RECORD TO WS-HOLD-RECORD
               PERFORM COUNT-CHILD-ACCOUNTS
               MOVE WS-HOLD-RECORD TO CUSTOMER-MASTER-RECORD
               IF WS-OPEN-CHILD-COUNT > 0
                   MOVE "PARENT HAS OPEN LOCATIONS" TO WS-EX-REASON
                   MOVE 'N' TO WS-UPDATE-OK
               END-IF
           END-IF.

       ADD-CRM-CUSTOMER.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD.
           MOVE CU-CUSTOMER-ID TO CM-CUSTOMER-ID.
           MOVE 0 TO CM-YTD-PURCHASES.
           MOVE 0 TO CM-CREDIT-LIMIT.
           MOVE 0 TO CM-OPEN-BALANCE.
           MOVE 'A' TO CM-ACCOUNT-STATUS.
           MOVE 'N' TO CM-TAX-EXEMPT-FLAG.
           MOVE 0 TO CM-PARENT-ID.
           MOVE WS-RUN-DATE-NUM TO CM-DATE-ADDED.
           MOVE WS-RUN-DATE-NUM TO CM-LAST-ACTIVITY-DATE.
           PERFORM MOVE-CRM-FIELDS.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-REASON
                   STRING "WRITE FAILED - STATUS " DELIMITED BY SIZE
                          WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-EX-REASON
                   PERFORM WRITE-CRM-EXCEPTION
               NOT INVALID KEY
                   MOVE 'A' TO WS-JR-ACTION
                   PERFORM WRITE-MASTER-JOURNAL
                   ADD 1 TO WS-ADD-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "ADD" TO WS-CD-ACTION
                   PERFORM WRITE-CRM-REGISTER-LINE
           END-WRITE.

       CHANGE-CRM-CUSTOMER.
           PERFORM MOVE-CRM-FIELDS.
           IF CUSTOMER-MASTER-RECORD = WS-JR-BEFORE
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       PERFORM REWRITE-FAILED-EXCEPTION
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JR-ACTION
                       PERFORM WRITE-MASTER-JOURNAL
                       ADD 1 TO WS-CHANGE-COUNT
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CHANGE" TO WS-CD-ACTION
                       PERFORM WRITE-CRM-REGISTER-LINE
               END-REWRITE
           END-IF.

       CLOSE-CRM-CUSTOMER.
           MOVE 'C' TO CM-ACCOUNT-STATUS.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   PERFORM REWRITE-FAILED-EXCEPTION
               NOT INVALID KEY
                   MOVE 'C' TO WS-JR-ACTION
                   PERFORM WRITE-MASTER-JOURNAL
                   ADD 1 TO WS-CLOSE-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "CLOSE" TO WS-CD-ACTION
                   PERFORM WRITE-CRM-REGISTER-LINE
           END-REWRITE.

       REWRITE-FAILED-EXCEPTION.
      *    The row passed every edit but the master would not take
      *    it - listed as rejected so the feed row is sent again.
           MOVE SPACES TO WS-EX-REASON.
           STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
                  WS-MASTER-STATUS DELIMITED BY SIZE
               INTO WS-EX-REASON.
           PERFORM WRITE-CRM-EXCEPTION.

       MOVE-CRM-FIELDS.
      *    A blank field keeps the value on the master - on an add
      *    that is the default set above.
           IF CU-CUSTOMER-NAME NOT = SPACES
               MOVE CU-CUSTOMER-NAME TO CM-CUSTOMER-NAME
           END-IF.
           IF CU-ADDRESS-LINE-1 NOT = SPACES
               MOVE CU-ADDRESS-LINE-1 TO CM-ADDRESS-LINE-1
           END-IF.
           IF CU-ADDRESS-LINE-2 NOT = SPACES
               MOVE CU-ADDRESS-LINE-2 TO CM-ADDRESS-LINE-2
           END-IF.
           IF CU-CITY NOT = SPACES
               MOVE CU-CITY TO CM-CITY
           END-IF.
           IF CU-STATE NOT = SPACES
               MOVE CU-STATE TO CM-STATE
           END-IF.
           IF CU-ZIP-CODE NOT = SPACES
               MOVE CU-ZIP-CODE TO CM-ZIP-CODE
           END-IF.
           IF CU-PHONE-NUMBER NOT = SPACES
               MOVE CU-PHONE-NUMBER TO CM-PHONE-NUMBER
           END-IF.
           IF CU-CREDIT-LIMIT-X NOT = SPACES
               MOVE CU-CREDIT-LIMIT TO CM-CREDIT-LIMIT
           END-IF.
           IF CU-TAX-EXEMPT-FLAG = 'Y'
               MOVE 'Y' TO CM-TAX-EXEMPT-FLAG
               IF CU-TAX-CERT-NUMBER NOT = SPACES
                   MOVE CU-TAX-CERT-NUMBER TO CM-TAX-CERT-NUMBER
               END-IF
           END-IF.
           IF CU-TAX-EXEMPT-FLAG = 'N'
               MOVE 'N' TO CM-TAX-EXEMPT-FLAG
               MOVE SPACES TO CM-TAX-CERT-NUMBER
           END-IF.
           IF CU-PARENT-ID-X NOT = SPACES
               MOVE CU-PARENT-ID TO CM-PARENT-ID
           END-IF.

       WRITE-CRM-REGISTER-LINE.
           MOVE CM-CUSTOMER-ID TO WS-CD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-CD-CUST-NAME.
           MOVE CU-CRM-CHANGE-ID TO WS-CD-CHANGE-ID.
           MOVE CM-CREDIT-LIMIT TO WS-CD-LIMIT.
           MOVE CM-OPEN-BALANCE TO WS-CD-BALANCE.
           MOVE CM-PARENT-ID TO WS-CD-PARENT-ID.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-DETAIL.

       WRITE-CRM-EXCEPTION.
           MOVE CU-CRM-CHANGE-ID TO WS-EX-CHANGE-ID.
           MOVE CU-CUSTOMER-ID-X TO WS-EX-CUST-ID.
           MOVE CU-ACTION TO WS-EX-ACTION.
           MOVE CU-CUSTOMER-NAME TO WS-EX-CUST-NAME.
           WRITE CRM-EXCEPTION-RECORD FROM WS-EXCEPTION-DETAIL.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "*** CRM change " CU-CRM-CHANGE-ID
               " for Customer ID " CU-CUSTOMER-ID-X
               " not applied - " WS-EX-REASON " ***".

       REPORT-CRM-TOTALS.
           MOVE SPACES TO CRM-REGISTER-RECORD.
           WRITE CRM-REGISTER-RECORD.
           MOVE "CRM ROWS READ: " TO WS-CT-LABEL.
           MOVE WS-READ-COUNT TO WS-CT-COUNT.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-TOTALS-LINE.
           MOVE "CUSTOMERS ADDED: " TO WS-CT-LABEL.
           MOVE WS-ADD-COUNT TO WS-CT-COUNT.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-TOTALS-LINE.
           MOVE "CUSTOMERS CHANGED: " TO WS-CT-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-CT-COUNT.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-TOTALS-LINE.
           MOVE "ACCOUNTS CLOSED: " TO WS-CT-LABEL.
           MOVE WS-CLOSE-COUNT TO WS-CT-COUNT.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-TOTALS-LINE.
           MOVE "UPDATES APPLIED: " TO WS-CT-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-CT-COUNT.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-TOTALS-LINE.
           MOVE "CHANGES WITH NOTHING NEW: " TO WS-CT-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-CT-COUNT.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-TOTALS-LINE.
           MOVE "ROWS REJECTED: " TO WS-CT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-CT-COUNT.
           WRITE CRM-REGISTER-RECORD FROM WS-CRM-TOTALS-LINE.

       WRITE-MASTER-JOURNAL.
      *    One before/after image per update, stamped with this
      *    run, so JOURNAL-BACKOUT can reverse a bad feed.
           MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE "CRM-MASTER-UPDATE" TO JR-PROGRAM-NAME.
           MOVE WS-JR-ACTION TO JR-ACTION.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
