      *
      * PARM carries the source and target IDs as ten digits
      * (sssssttttt). The run fails with RC=16, touching nothing,
      * unless both customers exist and the IDs differ, or when
      * the source is a national-account parent other locations
      * still report to.
      *
      * Modification History:
      * 2026-09-02  Initial version.
      * 2026-10-15  The source's CUSTOPEN open items move to the
      *             target with its balance - invoices re-keyed,
      *             cash on account added to the target's - so the
      *             target's ledger still sums to its balance.
      * 2026-10-15  Audit log record widened to 121 bytes with the
      *             salesperson code and tier rate.
      * 2026-10-15  Audit log record widened to 128 bytes with the
      *             contract id.
      * 2026-10-15  A national-account parent still carrying
      *             locations is refused. Master images widened to
      *             206 bytes with the parent link.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CUSTOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT PURCHASE-HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  OPEN-ITEM-FILE.
       COPY 'open-item.cpy'.

       FD  PURCHASE-HISTORY-FILE.
       COPY 'purchase-history.cpy'.

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  JOURNAL-FILE.
       COPY 'journal-record.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-ITEM-STATUS   PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.
       01 WS-JR-AFTER           PIC X(206) VALUE SPACES.
       01 WS-JR-ACTION          PIC X(1) VALUE SPACE.

       01 WS-SOURCE-ID          PIC 9(5) VALUE 0.
       01 WS-MERGE-OK           PIC X VALUE 'Y'.

      * The two records, held whole while the merge is assembled.
       01 WS-SOURCE-RECORD      PIC X(206) VALUE SPACES.
       01 WS-SOURCE-YTD         PIC 9(7)V99 VALUE 0.
       01 WS-SOURCE-BALANCE     PIC S9(8)V99 VALUE 0.
       01 WS-SOURCE-NAME        PIC X(30) VALUE SPACES.
       01 WS-TARGET-NAME        PIC X(30) VALUE SPACES.

      * Locations reporting to the source as their national-account
      * parent - a parent cannot be merged away from under them.
       01 WS-CHILD-COUNT        PIC 9(5) VALUE 0.
       01 WS-SCAN-EOF           PIC X VALUE 'N'.
           88 SCAN-EOF                 VALUE 'Y'.

      * The whole history file, held in storage while the
      * source's rows fold into the target's, then rewritten.
       01 WS-HIST-COUNT         PIC 9(5) VALUE 0.
       01 WS-HIST-MOVED-COUNT   PIC 9(3) VALUE 0.
       01 WS-HIST-OVERFLOW      PIC X VALUE 'N'.

      * Open items moving from the source - one row at a time,
      * held while its source key is deleted.
       01 WS-OPEN-ITEM-HOLD     PIC X(56) VALUE SPACES.
       01 WS-OPEN-ITEMS-DONE    PIC X VALUE 'N'.
       01 WS-OPEN-ITEMS-MOVED   PIC 9(5) VALUE 0.
       01 WS-ON-ACCOUNT-AMOUNT  PIC S9(8)V99 VALUE 0.

       01 WS-DISPLAY-AMOUNT     PIC Z,ZZZ,ZZ9.99-.

       01 WS-MERGE-HEADER-1.
               PERFORM MERGE-INTO-TARGET
               PERFORM WRITE-ADJUSTMENT-AUDIT
               PERFORM FOLD-PURCHASE-HISTORY
               PERFORM MOVE-OPEN-ITEMS
               PERFORM DELETE-SOURCE-CUSTOMER
               PERFORM CLOSE-MERGE-FILES
               DISPLAY "Customer " WS-SOURCE-ID
               OPEN EXTEND JOURNAL-FILE
           END-IF.

           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.

           OPEN OUTPUT MERGE-REGISTER-FILE.
           WRITE MERGE-REGISTER-RECORD FROM WS-MERGE-HEADER-1.
           MOVE WS-SOURCE-ID TO WS-MH2-SOURCE.
           CLOSE MERGE-REGISTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

       VERIFY-BOTH-CUSTOMERS.
                   MOVE CM-CUSTOMER-NAME TO WS-SOURCE-NAME
           END-READ.

           IF WS-MERGE-OK = 'Y'
               PERFORM COUNT-SOURCE-CHILDREN
               IF WS-CHILD-COUNT > 0
                   DISPLAY "*** Source customer " WS-SOURCE-ID
                       " is parent to " WS-CHILD-COUNT
                       " locations - re-link them first ***"
                   MOVE 'N' TO WS-MERGE-OK
               END-IF
           END-IF.

           IF WS-MERGE-OK = 'Y'
               MOVE WS-TARGET-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
               PERFORM CLOSE-MERGE-FILES
           END-IF.

       COUNT-SOURCE-CHILDREN.
      *    Scan the master for locations naming the source as their
      *    parent. Runs before the target is read, so the target
      *    is still in the record area for MERGE-INTO-TARGET.
           MOVE 0 TO WS-CHILD-COUNT.
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
                       IF CM-PARENT-ID = WS-SOURCE-ID
                           ADD 1 TO WS-CHILD-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       MERGE-INTO-TARGET.
      *    The target record is still in the record area from the
      *    verify read. Demographics stay the target's own - only
           END-PERFORM.
           CLOSE PURCHASE-HISTORY-FILE.

       MOVE-OPEN-ITEMS.
      *    Every source row - open or closed - is deleted and
      *    written back under the target. Invoice numbers are
      *    unique across customers, so only the on-account row
      *    (invoice zero) can collide; it adds into the target's.
      *    Each pass re-positions on the source's lowest key, as
      *    the previous row is gone by then.
           MOVE 'N' TO WS-OPEN-ITEMS-DONE.
           MOVE 0 TO WS-OPEN-ITEMS-MOVED.
           MOVE 0 TO WS-ON-ACCOUNT-AMOUNT.
           PERFORM UNTIL WS-OPEN-ITEMS-DONE = 'Y'
               MOVE WS-SOURCE-ID TO OI-CUSTOMER-ID
               MOVE 0 TO OI-INVOICE-NO
               START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-OPEN-ITEMS-DONE
               END-START
               IF WS-OPEN-ITEMS-DONE NOT = 'Y'
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OPEN-ITEMS-DONE
                       NOT AT END
                           IF OI-CUSTOMER-ID NOT = WS-SOURCE-ID
                               MOVE 'Y' TO WS-OPEN-ITEMS-DONE
                           ELSE
                               PERFORM MOVE-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

           MOVE "OPEN ITEMS MOVED:" TO WS-MD-LABEL.
           MOVE WS-OPEN-ITEMS-MOVED TO WS-MD-AMOUNT.
           MOVE SPACES TO WS-MD-TEXT.
           WRITE MERGE-REGISTER-RECORD FROM WS-MERGE-DETAIL.

           IF WS-ON-ACCOUNT-AMOUNT NOT = ZERO
               MOVE "ON ACCOUNT MOVED TO TARGET:" TO WS-MD-LABEL
               MOVE WS-ON-ACCOUNT-AMOUNT TO WS-MD-AMOUNT
               MOVE SPACES TO WS-MD-TEXT
               WRITE MERGE-REGISTER-RECORD FROM WS-MERGE-DETAIL
           END-IF.

       MOVE-ONE-OPEN-ITEM.
           MOVE OPEN-ITEM-RECORD TO WS-OPEN-ITEM-HOLD.
           DELETE OPEN-ITEM-FILE RECORD
               INVALID KEY
                   DISPLAY "*** Open item " OI-KEY
                       " could not be deleted ***"
                   MOVE 'Y' TO WS-OPEN-ITEMS-DONE
           END-DELETE.

           IF WS-OPEN-ITEMS-DONE NOT = 'Y'
               ADD 1 TO WS-OPEN-ITEMS-MOVED
               MOVE WS-OPEN-ITEM-HOLD TO OPEN-ITEM-RECORD
               MOVE WS-TARGET-ID TO OI-CUSTOMER-ID
               IF OI-INVOICE-NO = ZERO
                   PERFORM MOVE-ON-ACCOUNT-ROW
               ELSE
                   WRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "*** Open item " OI-KEY
                               " already on file for target ***"
                   END-WRITE
               END-IF
           END-IF.

       MOVE-ON-ACCOUNT-ROW.
           ADD OI-OPEN-AMOUNT TO WS-ON-ACCOUNT-AMOUNT.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE WS-OPEN-ITEM-HOLD TO OPEN-ITEM-RECORD
                   MOVE WS-TARGET-ID TO OI-CUSTOMER-ID
                   MOVE WS-RUN-DATE TO OI-LAST-ACTIVITY-DATE
                   WRITE OPEN-ITEM-RECORD
               NOT INVALID KEY
                   ADD WS-ON-ACCOUNT-AMOUNT TO OI-OPEN-AMOUNT
                   ADD WS-ON-ACCOUNT-AMOUNT TO OI-ORIGINAL-AMOUNT
                   MOVE WS-RUN-DATE TO OI-LAST-ACTIVITY-DATE
                   REWRITE OPEN-ITEM-RECORD
           END-READ.

       DELETE-SOURCE-CUSTOMER.
           MOVE WS-SOURCE-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
