       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-SELECT.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Weekly credit-balance refund selection. A return larger
      * than what the customer still owes, or an over-payment,
      * leaves CM-OPEN-BALANCE negative, and until now that credit
      * simply sat on the master until the customer called for
      * their money. This run finds every customer whose credit
      * balance has stood untouched longer than the refund age -
      * no posting, payment or return on the account
      * (CM-LAST-ACTIVITY-DATE) for that many days - and writes a
      * refund request for it to the CUSTAPRF accounts-payable
      * interface file, recording the request on the CUSTRFDH
      * refund history. A customer is held back, and listed with
      * the reason, when:
      *   - the account is on credit hold;
      *   - a return for the customer sits open in CUSTSUSP
      *     suspense, rejected within the refund age - once it is
      *     corrected and posted the credit will change;
      *   - a refund already requested has not yet cleared.
      * The master is not touched here - the credit comes off
      * only when REFUND-CLEAR posts the check AP actually issued.
      *
      * PARM layout: positions 1-3 the refund age in days (default
      * 030).
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

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REFUND-HISTORY-FILE ASSIGN TO "CUSTRFDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REFUND-AP-FILE ASSIGN TO "CUSTAPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT SELECTION-REGISTER-FILE ASSIGN TO "CUSTRFSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  SUSPENSE-FILE.
       COPY 'suspense-record.cpy'.

       FD  REFUND-HISTORY-FILE.
       COPY 'refund-history.cpy'.

       FD  REFUND-AP-FILE.
       COPY 'refund-ap.cpy'.

       FD  SELECTION-REGISTER-FILE.
       01 SELECTION-REGISTER-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-SUSPENSE-STATUS    PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-AP-STATUS          PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.

       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 MASTER-EOF               VALUE 'Y'.
       01 WS-SUSPENSE-EOF       PIC X VALUE 'N'.
           88 SUSPENSE-EOF             VALUE 'Y'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.

      * The transaction inside a suspense record, unfolded into
      * its named fields.
       COPY 'customer-data.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-TRANS-DATE-SPLIT.
           05 WS-TD-YYYY        PIC 9(4).
           05 WS-TD-MM          PIC 9(2).
           05 WS-TD-DD          PIC 9(2).
       01 WS-AGE-DATE           PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS           PIC S9(7) VALUE 0.

       01 WS-REFUND-AGE-DAYS    PIC 9(3) VALUE 30.

      * Customers with a return open in suspense inside the
      * refund age.
       01 WS-SUSP-HOLD-COUNT    PIC 9(4) VALUE 0.
       01 WS-SUSP-HOLD-TABLE.
           05 WS-SUSP-HOLD-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-SH-IDX.
               10 WS-SH-CUST-ID        PIC 9(5).

      * Refunds requested and not yet cleared - a request row on
      * CUSTRFDH with no clearing row for the same refund ID.
       01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PD-IDX.
               10 WS-PD-REQUEST-DATE   PIC 9(8).
               10 WS-PD-CUST-ID        PIC 9(5).
               10 WS-PD-CLEARED        PIC X(1).

       01 WS-HOLD-REASON        PIC X(30) VALUE SPACES.
       01 WS-REFUND-AMOUNT      PIC 9(7)V99 VALUE 0.

       01 WS-CREDIT-COUNT       PIC 9(5) VALUE 0.
       01 WS-REQUESTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REQUESTED-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01 WS-HELD-AMOUNT        PIC 9(9)V99 VALUE 0.
       01 WS-TOO-RECENT-COUNT   PIC 9(5) VALUE 0.
       01 WS-TOO-RECENT-AMOUNT  PIC 9(9)V99 VALUE 0.

       01 WS-SEL-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "CREDIT-BALANCE REFUND SELECTION".

       01 WS-SEL-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-SH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-SH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-SH2-YYYY       PIC 9(4).
           05 FILLER            PIC X(17) VALUE "   REFUND AGE: ".
           05 WS-SH2-AGE        PIC ZZ9.
           05 FILLER            PIC X(5)  VALUE " DAYS".

       01 WS-SEL-HEADER-3.
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(14) VALUE "  CREDIT BAL".
           05 FILLER            PIC X(10) VALUE " LAST ACT".
           05 FILLER            PIC X(7)  VALUE "   DAYS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "ACTION".

       01 WS-SEL-DETAIL.
           05 WS-SD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-SD-CUST-NAME   PIC X(30).
           05 WS-SD-CREDIT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-LAST-ACT    PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SD-DAYS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-SD-ACTION      PIC X(30).

       01 WS-SEL-TOTALS-LINE.
           05 WS-ST-LABEL       PIC X(30).
           05 WS-ST-COUNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-ST-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT.
               10 WS-PARM-AGE-DAYS   PIC X(3).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Credit-Balance Refund Selection".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LEN >= 3
                   AND WS-PARM-AGE-DAYS IS NUMERIC
               MOVE WS-PARM-AGE-DAYS TO WS-REFUND-AGE-DAYS
           END-IF.
           DISPLAY "Refund age: " WS-REFUND-AGE-DAYS " days".

           PERFORM LOAD-SUSPENSE-HOLDS.
           PERFORM LOAD-PENDING-REFUNDS.
           PERFORM OPEN-SELECTION-FILES.

           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF CM-OPEN-BALANCE < ZERO
                           PERFORM SELECT-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM REPORT-SELECTION-TOTALS.
           PERFORM CLOSE-SELECTION-FILES.

           DISPLAY "Refunds requested: " WS-REQUESTED-COUNT.
           DISPLAY "Credits held back: " WS-HELD-COUNT.
           STOP RUN.

       LOAD-SUSPENSE-HOLDS.
      *    An open return in suspense rejected inside the refund
      *    age will change the credit once it is corrected and
      *    posted, so that customer waits a week.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL SUSPENSE-EOF
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-SUSPENSE-EOF
                       NOT AT END
                           PERFORM TEST-ONE-SUSPENSE-ROW
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       TEST-ONE-SUSPENSE-ROW.
           MOVE SU-TRANS-DATA TO CUSTOMER-RECORD.
           IF SU-OPEN
                   AND CUSTOMER-TRANS-TYPE = 'R'
                   AND CUSTOMER-ID IS NUMERIC
               MOVE SU-REJECT-DATE TO WS-AGE-DATE
               PERFORM COMPUTE-AGE-DAYS
               IF WS-AGE-DAYS <= WS-REFUND-AGE-DAYS
                   IF WS-SUSP-HOLD-COUNT < 1000
                       ADD 1 TO WS-SUSP-HOLD-COUNT
                       MOVE CUSTOMER-ID
                           TO WS-SH-CUST-ID(WS-SUSP-HOLD-COUNT)
                   ELSE
                       DISPLAY "*** WS-SUSP-HOLD-TABLE has more "
                           "than 1000 rows - extra rows ignored ***"
                   END-IF
               END-IF
           END-IF.

       LOAD-PENDING-REFUNDS.
      *    Request rows go into the table; a clearing row marks
      *    its request cleared.
           OPEN INPUT REFUND-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ REFUND-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE REFUND-HISTORY-FILE
           END-IF.

       TALLY-ONE-HISTORY-ROW.
           IF RH-REQUESTED
               IF WS-PENDING-COUNT < 5000
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE RH-REQUEST-DATE
                       TO WS-PD-REQUEST-DATE(WS-PENDING-COUNT)
                   MOVE RH-CUSTOMER-ID
                       TO WS-PD-CUST-ID(WS-PENDING-COUNT)
                   MOVE 'N' TO WS-PD-CLEARED(WS-PENDING-COUNT)
               ELSE
                   DISPLAY "*** WS-PENDING-TABLE has more than "
                       "5000 refunds - extra refunds ignored ***"
               END-IF
           ELSE
               IF RH-CLEARED
                   PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                           UNTIL WS-PD-IDX > WS-PENDING-COUNT
                       IF WS-PD-REQUEST-DATE(WS-PD-IDX)
                               = RH-REQUEST-DATE
                               AND WS-PD-CUST-ID(WS-PD-IDX)
                                   = RH-CUSTOMER-ID
                           MOVE 'Y' TO WS-PD-CLEARED(WS-PD-IDX)
                           SET WS-PD-IDX TO WS-PENDING-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       OPEN-SELECTION-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT REFUND-AP-FILE.

           OPEN EXTEND REFUND-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT REFUND-HISTORY-FILE
               CLOSE REFUND-HISTORY-FILE
               OPEN EXTEND REFUND-HISTORY-FILE
           END-IF.

           OPEN OUTPUT SELECTION-REGISTER-FILE.
           MOVE WS-RUN-MM TO WS-SH2-MM.
           MOVE WS-RUN-DD TO WS-SH2-DD.
           MOVE WS-RUN-YYYY TO WS-SH2-YYYY.
           MOVE WS-REFUND-AGE-DAYS TO WS-SH2-AGE.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-HEADER-1.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-HEADER-2.
           MOVE SPACES TO SELECTION-REGISTER-RECORD.
           WRITE SELECTION-REGISTER-RECORD.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-HEADER-3.

       CLOSE-SELECTION-FILES.
           CLOSE SELECTION-REGISTER-FILE.
           CLOSE REFUND-HISTORY-FILE.
           CLOSE REFUND-AP-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

       SELECT-ONE-CREDIT.
           ADD 1 TO WS-CREDIT-COUNT.
           COMPUTE WS-REFUND-AMOUNT = 0 - CM-OPEN-BALANCE.
           MOVE CM-LAST-ACTIVITY-DATE TO WS-AGE-DATE.
           PERFORM COMPUTE-AGE-DAYS.

           IF WS-AGE-DAYS < WS-REFUND-AGE-DAYS
      *        Too recent to refund - not listed, only counted.
               ADD 1 TO WS-TOO-RECENT-COUNT
               ADD WS-REFUND-AMOUNT TO WS-TOO-RECENT-AMOUNT
           ELSE
               PERFORM CHECK-HOLD-BACK
               IF WS-HOLD-REASON = SPACES
                   PERFORM REQUEST-REFUND
                   MOVE "REFUND REQUESTED" TO WS-SD-ACTION
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-REFUND-AMOUNT TO WS-HELD-AMOUNT
                   MOVE WS-HOLD-REASON TO WS-SD-ACTION
               END-IF
               PERFORM WRITE-SELECTION-DETAIL
           END-IF.

       CHECK-HOLD-BACK.
           MOVE SPACES TO WS-HOLD-REASON.
           IF CM-STATUS-HOLD
               MOVE "HELD - ACCOUNT ON CREDIT HOLD" TO WS-HOLD-REASON
           END-IF.

           IF WS-HOLD-REASON = SPACES
               PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                       UNTIL WS-SH-IDX > WS-SUSP-HOLD-COUNT
                   IF WS-SH-CUST-ID(WS-SH-IDX) = CM-CUSTOMER-ID
                       MOVE "HELD - RETURN OPEN IN SUSPENSE"
                           TO WS-HOLD-REASON
                       SET WS-SH-IDX TO WS-SUSP-HOLD-COUNT
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-HOLD-REASON = SPACES
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > WS-PENDING-COUNT
                   IF WS-PD-CUST-ID(WS-PD-IDX) = CM-CUSTOMER-ID
                           AND WS-PD-CLEARED(WS-PD-IDX) = 'N'
                       MOVE "HELD - REFUND ALREADY PENDING"
                           TO WS-HOLD-REASON
                       SET WS-PD-IDX TO WS-PENDING-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       REQUEST-REFUND.
           MOVE SPACES TO REFUND-AP-RECORD.
           MOVE 'R' TO AP-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO AP-REQUEST-DATE.
           MOVE CM-CUSTOMER-ID TO AP-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO AP-PAYEE-NAME.
           MOVE CM-ADDRESS-LINE-1 TO AP-ADDRESS-LINE-1.
           MOVE CM-ADDRESS-LINE-2 TO AP-ADDRESS-LINE-2.
           MOVE CM-CITY TO AP-CITY.
           MOVE CM-STATE TO AP-STATE.
           MOVE CM-ZIP-CODE TO AP-ZIP-CODE.
           MOVE WS-REFUND-AMOUNT TO AP-REFUND-AMOUNT.
           MOVE "USD" TO AP-CURRENCY.
           MOVE "AR" TO AP-SOURCE-SYSTEM.
           WRITE REFUND-AP-RECORD.

           MOVE 'R' TO RH-EVENT-TYPE.
           MOVE WS-RUN-DATE-NUM TO RH-REQUEST-DATE.
           MOVE CM-CUSTOMER-ID TO RH-CUSTOMER-ID.
           MOVE WS-REFUND-AMOUNT TO RH-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO RH-EVENT-DATE.
           MOVE SPACES TO RH-CHECK-NUMBER.
           WRITE REFUND-HISTORY-RECORD.

           ADD 1 TO WS-REQUESTED-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-REQUESTED-AMOUNT.

       WRITE-SELECTION-DETAIL.
           MOVE CM-CUSTOMER-ID TO WS-SD-CUST-ID.
           MOVE CM-CUSTOMER-NAME TO WS-SD-CUST-NAME.
           MOVE WS-REFUND-AMOUNT TO WS-SD-CREDIT.
           MOVE CM-LAST-ACTIVITY-DATE TO WS-SD-LAST-ACT.
           MOVE WS-AGE-DAYS TO WS-SD-DAYS.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-DETAIL.

       COMPUTE-AGE-DAYS.
      *    The same 365-day year and 30-day month approximation
      *    AGED-TRIAL-BAL uses.
           IF WS-AGE-DATE IS NUMERIC
                   AND WS-AGE-DATE > 19000000
               MOVE WS-AGE-DATE TO WS-TRANS-DATE-SPLIT
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

       REPORT-SELECTION-TOTALS.
           MOVE SPACES TO SELECTION-REGISTER-RECORD.
           WRITE SELECTION-REGISTER-RECORD.
           MOVE "CREDIT BALANCES FOUND: " TO WS-ST-LABEL.
           MOVE WS-CREDIT-COUNT TO WS-ST-COUNT.
           MOVE 0 TO WS-ST-AMOUNT.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-TOTALS-LINE.
           MOVE "REFUNDS REQUESTED: " TO WS-ST-LABEL.
           MOVE WS-REQUESTED-COUNT TO WS-ST-COUNT.
           MOVE WS-REQUESTED-AMOUNT TO WS-ST-AMOUNT.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-TOTALS-LINE.
           MOVE "HELD BACK: " TO WS-ST-LABEL.
           MOVE WS-HELD-COUNT TO WS-ST-COUNT.
           MOVE WS-HELD-AMOUNT TO WS-ST-AMOUNT.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-TOTALS-LINE.
           MOVE "NOT YET OF REFUND AGE: " TO WS-ST-LABEL.
           MOVE WS-TOO-RECENT-COUNT TO WS-ST-COUNT.
           MOVE WS-TOO-RECENT-AMOUNT TO WS-ST-AMOUNT.
           WRITE SELECTION-REGISTER-RECORD FROM WS-SEL-TOTALS-LINE.
