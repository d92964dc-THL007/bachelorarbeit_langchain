      *             stamped with the session, so JOURNAL-BACKOUT
      *             can reverse a session's updates without a
      *             master restore.
      * 2026-10-15  Maintains the national-account parent link -
      *             a location names the parent it is billed
      *             through and pools tier volume with, one level
      *             deep, and a parent still carrying locations
      *             cannot be deleted. Journal images widened to
      *             206 bytes.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-LIMIT-ANSWER       PIC X(12) VALUE SPACES.
       01 WS-BALANCE-ANSWER     PIC X(12) VALUE SPACES.
       01 WS-STATUS-ANSWER      PIC X(1) VALUE SPACE.
       01 WS-PARENT-ANSWER      PIC X(5) VALUE SPACES.

      * National-account parent link - the parent keyed for this
      * customer, and the locations found reporting to it. The
      * record being maintained is held aside while the parent is
      * read and the master is scanned for its locations.
       01 WS-NEW-PARENT-ID      PIC 9(5) VALUE 0.
       01 WS-PARENT-OK          PIC X VALUE 'Y'.
       01 WS-CHILD-COUNT        PIC 9(5) VALUE 0.
       01 WS-SCAN-EOF           PIC X VALUE 'N'.
           88 SCAN-EOF                 VALUE 'Y'.
       01 WS-HOLD-RECORD        PIC X(206) VALUE SPACES.

       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.

      * this session's changes selectively.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.
       01 WS-JR-AFTER           PIC X(206) VALUE SPACES.
       01 WS-JR-ACTION          PIC X(1) VALUE SPACE.

       01 WS-DISPLAY-YTD        PIC Z,ZZZ,ZZ9.99.
               MOVE 0 TO CM-OPEN-BALANCE
               MOVE 'A' TO CM-ACCOUNT-STATUS
               MOVE 'N' TO CM-TAX-EXEMPT-FLAG
               MOVE 0 TO CM-PARENT-ID
               MOVE WS-TODAY-DATE TO CM-DATE-ADDED
               MOVE WS-TODAY-DATE TO CM-LAST-ACTIVITY-DATE
               PERFORM ENTER-CUSTOMER-FIELDS
                   " not on file ***"
           ELSE
               PERFORM INQUIRE-CUSTOMER
      *        A parent still carrying locations would leave them
      *        pointing at nothing - they are re-linked or
      *        unlinked first.
               MOVE CUSTOMER-MASTER-RECORD TO WS-HOLD-RECORD
               PERFORM COUNT-CHILD-ACCOUNTS
               MOVE WS-HOLD-RECORD TO CUSTOMER-MASTER-RECORD
               MOVE 'N' TO WS-CONFIRM
               IF WS-CHILD-COUNT > 0
                   DISPLAY "*** Customer " WS-WORK-CUSTOMER-ID
                       " is parent to " WS-CHILD-COUNT
                       " locations - unlink them first ***"
               ELSE
                   DISPLAY "Delete this customer? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
               END-IF
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   DELETE CUSTOMER-MASTER-FILE
                       INVALID KEY
               DISPLAY "Account Status: " CM-ACCOUNT-STATUS
               DISPLAY "Tax Exempt:     " CM-TAX-EXEMPT-FLAG
               DISPLAY "Tax Cert No:    " CM-TAX-CERT-NUMBER
               DISPLAY "Parent Account: " CM-PARENT-ID
               DISPLAY "Date Added:     " CM-DATE-ADDED
               DISPLAY "Last Activity:  " CM-LAST-ACTIVITY-DATE
           END-IF.
           END-IF.
           PERFORM ENTER-ACCOUNT-STATUS.
           PERFORM ENTER-TAX-EXEMPTION.
           DISPLAY "Parent Account ID (blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-PARENT-ANSWER.
           IF WS-PARENT-ANSWER NOT = SPACES
               PERFORM ENTER-PARENT-LINK
           END-IF.

       ENTER-CUSTOMER-CHANGES.
      *    Field-by-field change - a blank entry keeps the value
               COMPUTE CM-YTD-PURCHASES =
                   FUNCTION NUMVAL(WS-YTD-ANSWER)
           END-IF.
           DISPLAY "Parent Account ID (blank to keep, 0 to "
               "unlink): " WITH NO ADVANCING.
           ACCEPT WS-PARENT-ANSWER.
           IF WS-PARENT-ANSWER NOT = SPACES
               PERFORM ENTER-PARENT-LINK
           END-IF.

       ENTER-PARENT-LINK.
      *    A national account's locations each name the parent
      *    customer they are billed through and pool tier volume
      *    with. One level only - the parent must be on file, must
      *    not be this customer and must not report to a parent of
      *    its own, and a customer other locations already report
      *    to cannot take a parent. Zero unlinks. A refused link
      *    leaves the value on file as it was.
           COMPUTE WS-NEW-PARENT-ID =
               FUNCTION NUMVAL(WS-PARENT-ANSWER).
           MOVE 'Y' TO WS-PARENT-OK.
           IF WS-NEW-PARENT-ID > ZERO
               MOVE CUSTOMER-MASTER-RECORD TO WS-HOLD-RECORD
               IF WS-NEW-PARENT-ID = WS-WORK-CUSTOMER-ID
                   DISPLAY "*** A customer cannot be its own "
                       "parent ***"
                   MOVE 'N' TO WS-PARENT-OK
               END-IF
               IF WS-PARENT-OK = 'Y'
                   PERFORM READ-PARENT-CUSTOMER
               END-IF
               IF WS-PARENT-OK = 'Y'
                   PERFORM COUNT-CHILD-ACCOUNTS
                   IF WS-CHILD-COUNT > 0
                       DISPLAY "*** Customer " WS-WORK-CUSTOMER-ID
                           " is parent to " WS-CHILD-COUNT
                           " locations - it cannot take a "
                           "parent ***"
                       MOVE 'N' TO WS-PARENT-OK
                   END-IF
               END-IF
               MOVE WS-HOLD-RECORD TO CUSTOMER-MASTER-RECORD
           END-IF.
           IF WS-PARENT-OK = 'Y'
               MOVE WS-NEW-PARENT-ID TO CM-PARENT-ID
           ELSE
               DISPLAY "*** Parent link not changed ***"
           END-IF.

       READ-PARENT-CUSTOMER.
           MOVE WS-NEW-PARENT-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** Parent " WS-NEW-PARENT-ID
                       " not on file ***"
                   MOVE 'N' TO WS-PARENT-OK
               NOT INVALID KEY
                   IF CM-HAS-PARENT
                       DISPLAY "*** Customer " WS-NEW-PARENT-ID
                           " reports to parent " CM-PARENT-ID
                           " - link to that parent instead ***"
                       MOVE 'N' TO WS-PARENT-OK
                   END-IF
           END-READ.

       COUNT-CHILD-ACCOUNTS.
      *    Scan the whole master for locations naming the customer
      *    being maintained as their parent. Uses the record area -
      *    callers hold their record aside first.
           MOVE 0 TO WS-CHILD-COUNT.
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
                       END-IF
               END-READ
           END-PERFORM.

       ENTER-TAX-EXEMPTION.
      *    A 'Y' needs the certificate on file - audit will ask
