       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-INQUIRY.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Dunning-history inquiry for collectors - selects CUSTDUNH
      * rows by customer ID and date range and lists every notice
      * DUNNING-RUN sent, each referral to collections and each
      * time a dunned customer was found paid up, with the past
      * due amount, balance and oldest invoice at the time, so a
      * collector on the phone can say what went out and when
      * without pulling old print.
      *
      * PARM layout: positions 1-5 customer ID (00000 selects all
      * customers), 6-13 from-date YYYYMMDD, 14-21 to-date
      * YYYYMMDD. Omitted dates default to the whole history.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "CUSTDUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "DUNINQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUNNING-HISTORY-FILE.
       COPY 'dunning-history.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  INQUIRY-REPORT-FILE.
       01 INQUIRY-REPORT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-INQUIRY-STATUS     PIC XX VALUE '00'.

       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.

       01 WS-SELECT-CUST-ID     PIC 9(5) VALUE 0.
       01 WS-FROM-DATE          PIC X(8) VALUE "00000000".
       01 WS-TO-DATE            PIC X(8) VALUE "99999999".

       01 WS-SELECTED-COUNT     PIC 9(7) VALUE 0.

       01 WS-INQ-HEADER-1.
           05 FILLER            PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "DUNNING HISTORY INQUIRY".

       01 WS-INQ-HEADER-2.
           05 FILLER            PIC X(10) VALUE "CUSTOMER: ".
           05 WS-IH2-CUST-ID    PIC X(5).
           05 FILLER            PIC X(9)  VALUE "   FROM: ".
           05 WS-IH2-FROM       PIC X(8).
           05 FILLER            PIC X(7)  VALUE "   TO: ".
           05 WS-IH2-TO         PIC X(8).

       01 WS-INQ-HEADER-3.
           05 FILLER            PIC X(10) VALUE "DATE".
           05 FILLER            PIC X(8)  VALUE "CUST ID".
           05 FILLER            PIC X(31) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(25) VALUE "NOTICE".
           05 FILLER            PIC X(15) VALUE "       PAST DUE".
           05 FILLER            PIC X(15) VALUE "   OPEN BALANCE".
           05 FILLER            PIC X(7)  VALUE "   DAYS".
           05 FILLER            PIC X(9)  VALUE "  OLDEST".

       01 WS-INQ-DETAIL.
           05 WS-ID-DATE        PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ID-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-ID-CUST-NAME   PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-ID-LEVEL       PIC X(24).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-ID-PAST-DUE    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-ID-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-ID-DAYS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-ID-OLDEST      PIC 9(8).

       01 WS-INQ-TOTAL-LINE.
           05 FILLER            PIC X(22)
               VALUE "RECORDS SELECTED: ".
           05 WS-IT-COUNT       PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT.
               10 WS-PARM-CUST-ID    PIC X(5).
               10 WS-PARM-FROM-DATE  PIC X(8).
               10 WS-PARM-TO-DATE    PIC X(8).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Dunning History Inquiry".
           DISPLAY "==============================".

           PERFORM LOAD-SELECTION-CRITERIA.
           PERFORM OPEN-INQUIRY-REPORT.
           PERFORM SEARCH-DUNNING-HISTORY.
           PERFORM REPORT-INQUIRY-TOTALS.

           CLOSE INQUIRY-REPORT-FILE.
           STOP RUN.

       LOAD-SELECTION-CRITERIA.
           IF WS-PARM-LEN >= 5
                   AND WS-PARM-CUST-ID IS NUMERIC
               MOVE WS-PARM-CUST-ID TO WS-SELECT-CUST-ID
           END-IF.
           IF WS-PARM-LEN >= 13
                   AND WS-PARM-FROM-DATE IS NUMERIC
               MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-PARM-LEN >= 21
                   AND WS-PARM-TO-DATE IS NUMERIC
               MOVE WS-PARM-TO-DATE TO WS-TO-DATE
           END-IF.

           DISPLAY "Customer: " WS-SELECT-CUST-ID
               " (00000 = all)  From: " WS-FROM-DATE
               "  To: " WS-TO-DATE.

       OPEN-INQUIRY-REPORT.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           WRITE INQUIRY-REPORT-RECORD FROM WS-INQ-HEADER-1.
           IF WS-SELECT-CUST-ID = ZERO
               MOVE "ALL  " TO WS-IH2-CUST-ID
           ELSE
               MOVE WS-SELECT-CUST-ID TO WS-IH2-CUST-ID
           END-IF.
           MOVE WS-FROM-DATE TO WS-IH2-FROM.
           MOVE WS-TO-DATE TO WS-IH2-TO.
           WRITE INQUIRY-REPORT-RECORD FROM WS-INQ-HEADER-2.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD FROM WS-INQ-HEADER-3.

       SEARCH-DUNNING-HISTORY.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT DUNNING-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "*** CUSTDUNH not found - no notices have "
                   "been sent ***"
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ DUNNING-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM SELECT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY-FILE
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.

       SELECT-ONE-RECORD.
           IF DH-CUSTOMER-ID IS NUMERIC
                   AND DH-NOTICE-DATE IS NUMERIC
               IF (WS-SELECT-CUST-ID = ZERO
                       OR DH-CUSTOMER-ID = WS-SELECT-CUST-ID)
                       AND DH-NOTICE-DATE >= WS-FROM-DATE
                       AND DH-NOTICE-DATE <= WS-TO-DATE
                   PERFORM PRINT-INQUIRY-DETAIL
               END-IF
           END-IF.

       PRINT-INQUIRY-DETAIL.
           ADD 1 TO WS-SELECTED-COUNT.
           MOVE DH-NOTICE-DATE TO WS-ID-DATE.
           MOVE DH-CUSTOMER-ID TO WS-ID-CUST-ID.
           MOVE DH-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-ID-CUST-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-ID-CUST-NAME
           END-READ.
           IF DH-LEVEL-REMINDER
               MOVE "FIRST REMINDER" TO WS-ID-LEVEL
           ELSE
               IF DH-LEVEL-SECOND
                   MOVE "SECOND NOTICE" TO WS-ID-LEVEL
               ELSE
                   IF DH-LEVEL-FINAL
                       MOVE "FINAL DEMAND" TO WS-ID-LEVEL
                   ELSE
                       IF DH-LEVEL-REFERRED
                           MOVE "REFERRED TO COLLECTIONS"
                               TO WS-ID-LEVEL
                       ELSE
                           MOVE "NO LONGER PAST DUE" TO WS-ID-LEVEL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE DH-PAST-DUE-AMOUNT TO WS-ID-PAST-DUE.
           MOVE DH-OPEN-BALANCE TO WS-ID-BALANCE.
           MOVE DH-OLDEST-DAYS TO WS-ID-DAYS.
           MOVE DH-OLDEST-INVOICE TO WS-ID-OLDEST.
           WRITE INQUIRY-REPORT-RECORD FROM WS-INQ-DETAIL.

       REPORT-INQUIRY-TOTALS.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD.
           MOVE WS-SELECTED-COUNT TO WS-IT-COUNT.
           WRITE INQUIRY-REPORT-RECORD FROM WS-INQ-TOTAL-LINE.
           DISPLAY "Records selected: " WS-SELECTED-COUNT.
