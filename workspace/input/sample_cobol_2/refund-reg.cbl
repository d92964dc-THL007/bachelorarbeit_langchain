       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-REGISTER.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Credit-balance refund register. Reads the CUSTRFDH refund
      * history REFUND-SELECT and REFUND-CLEAR keep and prints three
      * parts. The first lists every refund requested in the
      * register date range with whether it has cleared and, if
      * so, the check number and issue date. The second lists
      * every refund whose check was issued in the range, whenever
      * it was requested, with its check number. The third lists
      * every refund still outstanding, whenever requested, with
      * its age in days; refunds older than the escheatment
      * threshold are flagged ESCHEAT REVIEW so the unclaimed
      * property filing can pick them up.
      *
      * The range and threshold arrive as PARM='FFFFFFFFTTTTTTTTDDD'
      * - from date, to date (YYYYMMDD) and threshold days. With
      * no PARM the range is the current month to date and the
      * threshold 365 days.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  Added a part listing refunds whose check was
      *             issued in the register range, with count and
      *             amount totals.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-HISTORY-FILE ASSIGN TO "CUSTRFDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REGISTER-PRINT-FILE ASSIGN TO "CUSTRFRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-HISTORY-FILE.
       COPY 'refund-history.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  REGISTER-PRINT-FILE.
       01 REGISTER-PRINT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.

       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-FROM-DATE          PIC 9(8) VALUE 0.
       01 WS-TO-DATE            PIC 9(8) VALUE 0.
       01 WS-ESCHEAT-DAYS       PIC 9(3) VALUE 365.

      * Every refund on the history, with how it cleared.
       01 WS-REFUND-COUNT       PIC 9(5) VALUE 0.
       01 WS-REFUND-TABLE.
           05 WS-REFUND-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-RF-IDX.
               10 WS-RF-REQUEST-DATE   PIC 9(8).
               10 WS-RF-CUST-ID        PIC 9(5).
               10 WS-RF-AMOUNT         PIC 9(7)V99.
               10 WS-RF-CLEARED        PIC X(1).
               10 WS-RF-CHECK-NO       PIC X(10).
               10 WS-RF-ISSUE-DATE     PIC 9(8).
       01 WS-RF-FOUND           PIC X VALUE 'N'.
       01 WS-RF-SLOT            PIC 9(5) VALUE 0.

       01 WS-AGE-DATE.
           05 WS-AGE-YYYY       PIC 9(4).
           05 WS-AGE-MM         PIC 9(2).
           05 WS-AGE-DD         PIC 9(2).
       01 WS-AGE-DATE-NUM REDEFINES WS-AGE-DATE PIC 9(8).
       01 WS-AGE-DAYS           PIC S9(7) VALUE 0.

      * Totals for each part of the register.
       01 WS-REQ-COUNT          PIC 9(5) VALUE 0.
       01 WS-REQ-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-REQ-CLEARED-COUNT  PIC 9(5) VALUE 0.
       01 WS-REQ-CLEARED-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-CLR-COUNT          PIC 9(5) VALUE 0.
       01 WS-CLR-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-OUT-COUNT          PIC 9(5) VALUE 0.
       01 WS-OUT-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-ESC-COUNT          PIC 9(5) VALUE 0.
       01 WS-ESC-AMOUNT         PIC 9(9)V99 VALUE 0.

       01 WS-REG-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "CREDIT-BALANCE REFUND REGISTER".

       01 WS-REG-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-RH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RH2-YYYY       PIC 9(4).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE "RANGE: ".
           05 WS-RH2-FROM       PIC 9(8).
           05 FILLER            PIC X(4) VALUE " TO ".
           05 WS-RH2-TO         PIC 9(8).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE "ESCHEAT AFTER: ".
           05 WS-RH2-DAYS       PIC ZZ9.
           05 FILLER            PIC X(5) VALUE " DAYS".

       01 WS-REG-PART-LINE.
           05 WS-RP-TITLE       PIC X(60).

       01 WS-REG-HEADER-3.
           05 FILLER            PIC X(10) VALUE "REQUESTED".
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(26) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(14) VALUE "       AMOUNT".
           05 FILLER            PIC X(13) VALUE "STATUS".
           05 FILLER            PIC X(12) VALUE "CHECK NO".
           05 FILLER            PIC X(10) VALUE "ISSUED".
           05 FILLER            PIC X(6)  VALUE "  DAYS".

       01 WS-REG-DETAIL.
           05 WS-RD-REQ-DATE    PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-CUST-NAME   PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-STATUS      PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-CHECK-NO    PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-ISSUE-DATE  PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-DAYS        PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-FLAG        PIC X(14).

       01 WS-REG-TOTALS-LINE.
           05 WS-RT-LABEL       PIC X(30).
           05 WS-RT-COUNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-RT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT.
               10 WS-PARM-FROM   PIC X(8).
               10 WS-PARM-TO     PIC X(8).
               10 WS-PARM-DAYS   PIC X(3).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Credit-Balance Refund Register".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-REGISTER-RANGE.

           PERFORM LOAD-REFUND-HISTORY.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT REGISTER-PRINT-FILE.
           MOVE WS-RUN-MM TO WS-RH2-MM.
           MOVE WS-RUN-DD TO WS-RH2-DD.
           MOVE WS-RUN-YYYY TO WS-RH2-YYYY.
           MOVE WS-FROM-DATE TO WS-RH2-FROM.
           MOVE WS-TO-DATE TO WS-RH2-TO.
           MOVE WS-ESCHEAT-DAYS TO WS-RH2-DAYS.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-1.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-2.

           PERFORM PRINT-REQUESTED-PART.
           PERFORM PRINT-CLEARED-PART.
           PERFORM PRINT-OUTSTANDING-PART.

           CLOSE REGISTER-PRINT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

           DISPLAY "Refunds requested in range: " WS-REQ-COUNT.
           DISPLAY "Refunds cleared in range: " WS-CLR-COUNT.
           DISPLAY "Refunds outstanding: " WS-OUT-COUNT.
           DISPLAY "Flagged for escheat review: " WS-ESC-COUNT.
           STOP RUN.

       SET-REGISTER-RANGE.
           MOVE WS-RUN-DATE-NUM TO WS-TO-DATE.
           MOVE WS-RUN-DATE-NUM TO WS-FROM-DATE.
           MOVE '01' TO WS-FROM-DATE(7:2).
           IF WS-PARM-LEN >= 16
               IF WS-PARM-FROM IS NUMERIC
                   MOVE WS-PARM-FROM TO WS-FROM-DATE
               END-IF
               IF WS-PARM-TO IS NUMERIC
                   MOVE WS-PARM-TO TO WS-TO-DATE
               END-IF
           END-IF.
           IF WS-PARM-LEN >= 19
               IF WS-PARM-DAYS IS NUMERIC
                   MOVE WS-PARM-DAYS TO WS-ESCHEAT-DAYS
               END-IF
           END-IF.

       LOAD-REFUND-HISTORY.
           OPEN INPUT REFUND-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "*** CUSTRFDH not found - no refunds have "
                   "been requested ***"
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
               IF WS-REFUND-COUNT < 5000
                   ADD 1 TO WS-REFUND-COUNT
                   MOVE RH-REQUEST-DATE
                       TO WS-RF-REQUEST-DATE(WS-REFUND-COUNT)
                   MOVE RH-CUSTOMER-ID
                       TO WS-RF-CUST-ID(WS-REFUND-COUNT)
                   MOVE RH-AMOUNT TO WS-RF-AMOUNT(WS-REFUND-COUNT)
                   MOVE 'N' TO WS-RF-CLEARED(WS-REFUND-COUNT)
                   MOVE SPACES TO WS-RF-CHECK-NO(WS-REFUND-COUNT)
                   MOVE 0 TO WS-RF-ISSUE-DATE(WS-REFUND-COUNT)
               ELSE
                   DISPLAY "*** WS-REFUND-TABLE has more than "
                       "5000 refunds - extra refunds ignored ***"
               END-IF
           ELSE
               IF RH-CLEARED
                   PERFORM FIND-REFUND
                   IF WS-RF-FOUND = 'Y'
                       MOVE 'Y' TO WS-RF-CLEARED(WS-RF-SLOT)
                       MOVE RH-CHECK-NUMBER
                           TO WS-RF-CHECK-NO(WS-RF-SLOT)
                       MOVE RH-EVENT-DATE
                           TO WS-RF-ISSUE-DATE(WS-RF-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-REFUND.
           MOVE 'N' TO WS-RF-FOUND.
           MOVE 0 TO WS-RF-SLOT.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-REFUND-COUNT
               IF WS-RF-REQUEST-DATE(WS-RF-IDX) = RH-REQUEST-DATE
                       AND WS-RF-CUST-ID(WS-RF-IDX) = RH-CUSTOMER-ID
                   MOVE 'Y' TO WS-RF-FOUND
                   SET WS-RF-SLOT TO WS-RF-IDX
                   SET WS-RF-IDX TO WS-REFUND-COUNT
               END-IF
           END-PERFORM.

       PRINT-REQUESTED-PART.
           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           MOVE "REFUNDS REQUESTED IN RANGE" TO WS-RP-TITLE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-PART-LINE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-3.

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-REFUND-COUNT
               IF WS-RF-REQUEST-DATE(WS-RF-IDX) >= WS-FROM-DATE
                       AND WS-RF-REQUEST-DATE(WS-RF-IDX)
                           <= WS-TO-DATE
                   ADD 1 TO WS-REQ-COUNT
                   ADD WS-RF-AMOUNT(WS-RF-IDX) TO WS-REQ-AMOUNT
                   IF WS-RF-CLEARED(WS-RF-IDX) = 'Y'
                       ADD 1 TO WS-REQ-CLEARED-COUNT
                       ADD WS-RF-AMOUNT(WS-RF-IDX)
                           TO WS-REQ-CLEARED-AMOUNT
                   END-IF
                   PERFORM PRINT-REFUND-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           MOVE "REQUESTED: " TO WS-RT-LABEL.
           MOVE WS-REQ-COUNT TO WS-RT-COUNT.
           MOVE WS-REQ-AMOUNT TO WS-RT-AMOUNT.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTALS-LINE.
           MOVE "OF WHICH CLEARED: " TO WS-RT-LABEL.
           MOVE WS-REQ-CLEARED-COUNT TO WS-RT-COUNT.
           MOVE WS-REQ-CLEARED-AMOUNT TO WS-RT-AMOUNT.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTALS-LINE.

       PRINT-CLEARED-PART.
      *    A refund is cleared in the range when its check was
      *    issued in the range - it may have been requested in an
      *    earlier register period.
           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           MOVE "REFUNDS CLEARED IN RANGE" TO WS-RP-TITLE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-PART-LINE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-3.

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-REFUND-COUNT
               IF WS-RF-CLEARED(WS-RF-IDX) = 'Y'
                       AND WS-RF-ISSUE-DATE(WS-RF-IDX)
                           >= WS-FROM-DATE
                       AND WS-RF-ISSUE-DATE(WS-RF-IDX)
                           <= WS-TO-DATE
                   ADD 1 TO WS-CLR-COUNT
                   ADD WS-RF-AMOUNT(WS-RF-IDX) TO WS-CLR-AMOUNT
                   PERFORM PRINT-REFUND-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           MOVE "CLEARED: " TO WS-RT-LABEL.
           MOVE WS-CLR-COUNT TO WS-RT-COUNT.
           MOVE WS-CLR-AMOUNT TO WS-RT-AMOUNT.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTALS-LINE.

       PRINT-OUTSTANDING-PART.
      *    Outstanding refunds are listed whenever they were
      *    requested - the escheatment clock does not care about
      *    the register range.
           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           MOVE "REFUNDS OUTSTANDING - ALL DATES" TO WS-RP-TITLE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-PART-LINE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-3.

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-REFUND-COUNT
               IF WS-RF-CLEARED(WS-RF-IDX) = 'N'
                   ADD 1 TO WS-OUT-COUNT
                   ADD WS-RF-AMOUNT(WS-RF-IDX) TO WS-OUT-AMOUNT
                   PERFORM PRINT-REFUND-LINE
                   IF WS-RD-FLAG NOT = SPACES
                       ADD 1 TO WS-ESC-COUNT
                       ADD WS-RF-AMOUNT(WS-RF-IDX) TO WS-ESC-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           MOVE "OUTSTANDING: " TO WS-RT-LABEL.
           MOVE WS-OUT-COUNT TO WS-RT-COUNT.
           MOVE WS-OUT-AMOUNT TO WS-RT-AMOUNT.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTALS-LINE.
           MOVE "FLAGGED FOR ESCHEAT REVIEW: " TO WS-RT-LABEL.
           MOVE WS-ESC-COUNT TO WS-RT-COUNT.
           MOVE WS-ESC-AMOUNT TO WS-RT-AMOUNT.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTALS-LINE.

       PRINT-REFUND-LINE.
           MOVE WS-RF-REQUEST-DATE(WS-RF-IDX) TO WS-RD-REQ-DATE.
           MOVE WS-RF-CUST-ID(WS-RF-IDX) TO WS-RD-CUST-ID.
           MOVE WS-RF-CUST-ID(WS-RF-IDX) TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-RD-CUST-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-RD-CUST-NAME
           END-READ.
           MOVE WS-RF-AMOUNT(WS-RF-IDX) TO WS-RD-AMOUNT.
           MOVE SPACES TO WS-RD-FLAG.
           IF WS-RF-CLEARED(WS-RF-IDX) = 'Y'
               MOVE "CLEARED" TO WS-RD-STATUS
               MOVE WS-RF-CHECK-NO(WS-RF-IDX) TO WS-RD-CHECK-NO
               MOVE WS-RF-ISSUE-DATE(WS-RF-IDX) TO WS-RD-ISSUE-DATE
               MOVE 0 TO WS-RD-DAYS
           ELSE
               MOVE "OUTSTANDING" TO WS-RD-STATUS
               MOVE SPACES TO WS-RD-CHECK-NO
               MOVE SPACES TO WS-RD-ISSUE-DATE
               MOVE WS-RF-REQUEST-DATE(WS-RF-IDX) TO WS-AGE-DATE-NUM
               COMPUTE WS-AGE-DAYS =
                   ((WS-RUN-YYYY - WS-AGE-YYYY) * 365)
                   + ((WS-RUN-MM - WS-AGE-MM) * 30)
                   + (WS-RUN-DD - WS-AGE-DD)
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-RD-DAYS
               IF WS-AGE-DAYS > WS-ESCHEAT-DAYS
                   MOVE "ESCHEAT REVIEW" TO WS-RD-FLAG
               END-IF
           END-IF.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-DETAIL.
