       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-INQUIRY.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Archived-customer inquiry and reinstatement. DORMANT-REVIEW
      * moves long-closed customers and their purchase history off
      * the live files to the CUSTARCH archive; this job lists
      * what is there, so a former customer calling back can be
      * found, and puts a returning customer back on the master.
      *
      * PARM position 1 selects what the run does; with no PARM it
      * lists every archived customer:
      *    'L'        - list every archived customer
      *    'Cnnnnn'   - one customer by ID, with the address and
      *                 each archived purchase-history year
      *    'Ntext'    - every archived customer whose name holds
      *                 the text (as keyed - match the case)
      * Each listed customer shows whether its ID is on the live
      * master today - reinstated already, or the number since
      * given to someone else.
      *    'Rnnnnn'   - reinstate the customer: the latest archived
      *                 master for the ID is written back to
      *                 CUSTMAST as active, its last-activity date
      *                 set to today so the next dormant review
      *                 does not close it again, and its archived
      *                 history years are appended to CUSTHIST.
      *                 The add is journaled to CUSTJRNL. A parent
      *                 link that no longer holds (the parent gone,
      *                 closed, or now a location itself) is
      *                 dropped and noted. The run fails RC=16,
      *                 touching nothing, when the ID is not in the
      *                 archive or is in use on the master, or the
      *                 master will not take the write.
      * The archive itself is never changed - a reinstated
      * customer's rows stay as the record of its archiving.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  A reinstatement whose master write fails now
      *             ends RC=16 with the file status on the listing,
      *             and no journal or history rows are written.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PURCHASE-HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHINQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ARCHIVE-FILE.
       COPY 'customer-archive.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  PURCHASE-HISTORY-FILE.
       COPY 'purchase-history.cpy'.

       FD  JOURNAL-FILE.
       COPY 'journal-record.cpy'.

       FD  ARCHIVE-REPORT-FILE.
       01 ARCHIVE-REPORT-RECORD    PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.

       01 WS-ARCHIVE-EOF        PIC X VALUE 'N'.
           88 ARCHIVE-EOF              VALUE 'Y'.
       01 WS-MASTER-OPEN        PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.

      * What this run was asked to do.
       01 WS-INQUIRY-MODE       PIC X(1) VALUE 'L'.
           88 MODE-LIST                VALUE 'L'.
           88 MODE-CUSTOMER            VALUE 'C'.
           88 MODE-NAME                VALUE 'N'.
           88 MODE-REINSTATE           VALUE 'R'.
       01 WS-SELECT-CUST-ID     PIC 9(5) VALUE 0.
       01 WS-SEARCH-TEXT        PIC X(30) VALUE SPACES.
       01 WS-SEARCH-LEN         PIC 9(2) VALUE 0.
       01 WS-NAME-HITS          PIC 9(3) VALUE 0.
       01 WS-INQUIRY-OK         PIC X VALUE 'Y'.
       01 WS-PRINT-HISTORY      PIC X VALUE 'N'.

      * The archived master being listed or reinstated, viewed
      * through the master layout while the record area holds the
      * live master's answer.
       01 WS-ARCHIVED-MASTER    PIC X(206) VALUE SPACES.
       01 WS-ARCHIVED-VIEW REDEFINES WS-ARCHIVED-MASTER.
           05 WA-CUSTOMER-ID       PIC 9(5).
           05 WA-CUSTOMER-NAME     PIC X(30).
           05 WA-ADDRESS-LINE-1    PIC X(30).
           05 WA-ADDRESS-LINE-2    PIC X(30).
           05 WA-CITY              PIC X(20).
           05 WA-STATE             PIC X(2).
           05 WA-ZIP-CODE          PIC X(10).
           05 WA-PHONE-NUMBER      PIC X(12).
           05 FILLER               PIC X(9).
           05 WA-DATE-ADDED        PIC 9(8).
           05 WA-LAST-ACTIVITY-DATE PIC 9(8).
           05 FILLER               PIC X(42).
       01 WS-SHOW-CUSTOMER      PIC X VALUE 'N'.

      * Reinstatement - the latest archiving of the customer and
      * the history years archived with it.
       01 WS-REINSTATE-FOUND    PIC X VALUE 'N'.
       01 WS-REINSTATE-DATE     PIC 9(8) VALUE 0.
       01 WS-REINSTATE-IMAGE    PIC X(206) VALUE SPACES.
       01 WS-RHIST-COUNT        PIC 9(3) VALUE 0.
       01 WS-RHIST-TABLE.
           05 WS-RHIST-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-RH-IDX.
               10 WS-RH-YEAR           PIC 9(4).
               10 WS-RH-TOTAL          PIC 9(9)V99.
       01 WS-PARENT-ID          PIC 9(5) VALUE 0.
       01 WS-PARENT-NOTE        PIC X(40) VALUE SPACES.

       01 WS-LISTED-COUNT       PIC 9(7) VALUE 0.

       01 WS-ARCH-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(30)
               VALUE "ARCHIVED CUSTOMER INQUIRY".

       01 WS-ARCH-HEADER-2.
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 WS-AH2-DATE       PIC 9(8).
           05 FILLER            PIC X(12) VALUE "   REQUEST: ".
           05 WS-AH2-REQUEST    PIC X(40).

       01 WS-ARCH-HEADER-3.
           05 FILLER            PIC X(10) VALUE "ARCHIVED".
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(31) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(21) VALUE "CITY".
           05 FILLER            PIC X(3)  VALUE "ST".
           05 FILLER            PIC X(13) VALUE "PHONE".
           05 FILLER            PIC X(10) VALUE "LAST ACT".
           05 FILLER            PIC X(15) VALUE "ON MASTER NOW".

       01 WS-ARCH-DETAIL.
           05 WS-AD-ARCHIVED    PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-CUST-NAME   PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AD-CITY        PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AD-STATE       PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AD-PHONE       PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AD-ACTIVITY    PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-ON-MASTER   PIC X(15).

       01 WS-ARCH-ADDRESS-LINE.
           05 FILLER            PIC X(17) VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "ADDRESS: ".
           05 WS-AA-LINE-1      PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AA-LINE-2      PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AA-ZIP         PIC X(10).

       01 WS-ARCH-HISTORY-LINE.
           05 FILLER            PIC X(17) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "HISTORY YEAR: ".
           05 WS-AY-YEAR        PIC 9(4).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-AY-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-ARCH-MESSAGE-LINE.
           05 WS-AM-LABEL       PIC X(30).
           05 WS-AM-TEXT        PIC X(60).

       01 WS-ARCH-TOTAL-LINE.
           05 FILLER            PIC X(22)
               VALUE "CUSTOMERS LISTED: ".
           05 WS-AT-COUNT       PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT.
               10 WS-PARM-MODE       PIC X(1).
               10 WS-PARM-VALUE      PIC X(30).
               10 WS-PARM-CUST-ID REDEFINES WS-PARM-VALUE.
                   15 WS-PARM-ID-DIGITS  PIC X(5).
                   15 FILLER             PIC X(25).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Archived Customer Inquiry".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           PERFORM LOAD-INQUIRY-PARM.
           IF WS-INQUIRY-OK = 'Y'
               PERFORM OPEN-ARCHIVE-FILES
           END-IF.

           IF WS-INQUIRY-OK = 'Y'
               IF MODE-REINSTATE
                   PERFORM REINSTATE-CUSTOMER
               ELSE
                   PERFORM LIST-ARCHIVED-CUSTOMERS
               END-IF
               PERFORM CLOSE-ARCHIVE-FILES
           END-IF.

           IF WS-INQUIRY-OK NOT = 'Y'
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-INQUIRY-PARM.
           IF WS-PARM-LEN >= 1
               MOVE WS-PARM-MODE TO WS-INQUIRY-MODE
           END-IF.
           IF NOT MODE-LIST AND NOT MODE-CUSTOMER
                   AND NOT MODE-NAME AND NOT MODE-REINSTATE
               DISPLAY "*** PARM must start L, C, N or R ***"
               MOVE 'N' TO WS-INQUIRY-OK
           END-IF.
           IF WS-INQUIRY-OK = 'Y'
                   AND (MODE-CUSTOMER OR MODE-REINSTATE)
               IF WS-PARM-LEN >= 6
                       AND WS-PARM-ID-DIGITS IS NUMERIC
                   MOVE WS-PARM-ID-DIGITS TO WS-SELECT-CUST-ID
               ELSE
                   DISPLAY "*** PARM " WS-INQUIRY-MODE
                       " needs a five-digit customer ID ***"
                   MOVE 'N' TO WS-INQUIRY-OK
               END-IF
           END-IF.
           IF WS-INQUIRY-OK = 'Y' AND MODE-NAME
               IF WS-PARM-LEN >= 2
                   COMPUTE WS-SEARCH-LEN = WS-PARM-LEN - 1
                   IF WS-SEARCH-LEN > 30
                       MOVE 30 TO WS-SEARCH-LEN
                   END-IF
                   MOVE WS-PARM-VALUE(1:WS-SEARCH-LEN)
                       TO WS-SEARCH-TEXT
               ELSE
                   DISPLAY "*** PARM N needs the name text to "
                       "search for ***"
                   MOVE 'N' TO WS-INQUIRY-OK
               END-IF
           END-IF.
           IF MODE-CUSTOMER
               MOVE 'Y' TO WS-PRINT-HISTORY
           END-IF.

       OPEN-ARCHIVE-FILES.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               DISPLAY "*** CUSTARCH not found - no customer has "
                   "been archived ***"
               MOVE 'N' TO WS-INQUIRY-OK
           END-IF.
      *    Only a reinstatement writes the master; a listing just
      *    looks each ID up, and lists without the column if there
      *    is no master to look in.
           IF WS-INQUIRY-OK = 'Y'
               IF MODE-REINSTATE
                   OPEN I-O CUSTOMER-MASTER-FILE
               ELSE
                   OPEN INPUT CUSTOMER-MASTER-FILE
               END-IF
               IF WS-MASTER-STATUS = "00"
                   MOVE 'Y' TO WS-MASTER-OPEN
               ELSE
                   IF MODE-REINSTATE
                       DISPLAY "*** CUSTMAST could not be opened - "
                           "status " WS-MASTER-STATUS " ***"
                       MOVE 'N' TO WS-INQUIRY-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-INQUIRY-OK = 'Y'
               OPEN OUTPUT ARCHIVE-REPORT-FILE
               WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-HEADER-1
               MOVE WS-RUN-DATE TO WS-AH2-DATE
               IF WS-PARM-LEN < 1
                   MOVE "L" TO WS-AH2-REQUEST
               ELSE
                   IF WS-PARM-LEN > 31
                       MOVE WS-PARM-TEXT TO WS-AH2-REQUEST
                   ELSE
                       MOVE WS-PARM-TEXT(1:WS-PARM-LEN)
                           TO WS-AH2-REQUEST
                   END-IF
               END-IF
               WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-HEADER-2
               MOVE SPACES TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-HEADER-3
           END-IF.

       CLOSE-ARCHIVE-FILES.
           CLOSE ARCHIVE-REPORT-FILE.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE CUSTOMER-ARCHIVE-FILE.

       LIST-ARCHIVED-CUSTOMERS.
           PERFORM UNTIL ARCHIVE-EOF
               READ CUSTOMER-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       PERFORM LIST-ONE-ARCHIVE-ROW
               END-READ
           END-PERFORM.

           MOVE SPACES TO ARCHIVE-REPORT-RECORD.
           WRITE ARCHIVE-REPORT-RECORD.
           MOVE WS-LISTED-COUNT TO WS-AT-COUNT.
           WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-TOTAL-LINE.
           DISPLAY "Archived customers listed: " WS-LISTED-COUNT.

       LIST-ONE-ARCHIVE-ROW.
      *    A history row prints only under a customer selected by
      *    ID, straight after the master row it was archived with.
           IF CA-MASTER-ROW
               MOVE CA-ROW-DATA TO WS-ARCHIVED-MASTER
               MOVE 'N' TO WS-SHOW-CUSTOMER
               IF MODE-LIST
                   MOVE 'Y' TO WS-SHOW-CUSTOMER
               END-IF
               IF MODE-CUSTOMER
                       AND CA-CUSTOMER-ID = WS-SELECT-CUST-ID
                   MOVE 'Y' TO WS-SHOW-CUSTOMER
               END-IF
               IF MODE-NAME
                   MOVE 0 TO WS-NAME-HITS
                   INSPECT WA-CUSTOMER-NAME TALLYING WS-NAME-HITS
                       FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
                   IF WS-NAME-HITS > 0
                       MOVE 'Y' TO WS-SHOW-CUSTOMER
                   END-IF
               END-IF
               IF WS-SHOW-CUSTOMER = 'Y'
                   PERFORM WRITE-ARCHIVE-DETAIL
               END-IF
           ELSE
               IF CA-HISTORY-ROW AND WS-SHOW-CUSTOMER = 'Y'
                       AND WS-PRINT-HISTORY = 'Y'
                   MOVE CA-HIST-YEAR TO WS-AY-YEAR
                   MOVE CA-HIST-TOTAL TO WS-AY-TOTAL
                   WRITE ARCHIVE-REPORT-RECORD
                       FROM WS-ARCH-HISTORY-LINE
               END-IF
           END-IF.

       WRITE-ARCHIVE-DETAIL.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE CA-ARCHIVE-DATE TO WS-AD-ARCHIVED.
           MOVE WA-CUSTOMER-ID TO WS-AD-CUST-ID.
           MOVE WA-CUSTOMER-NAME TO WS-AD-CUST-NAME.
           MOVE WA-CITY TO WS-AD-CITY.
           MOVE WA-STATE TO WS-AD-STATE.
           MOVE WA-PHONE-NUMBER TO WS-AD-PHONE.
           MOVE WA-LAST-ACTIVITY-DATE TO WS-AD-ACTIVITY.
           MOVE SPACES TO WS-AD-ON-MASTER.
           IF WS-MASTER-OPEN = 'Y'
               MOVE WA-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-AD-ON-MASTER
                   NOT INVALID KEY
                       IF CM-CUSTOMER-NAME = WA-CUSTOMER-NAME
                           MOVE "YES" TO WS-AD-ON-MASTER
                       ELSE
                           MOVE "ID IN USE" TO WS-AD-ON-MASTER
                       END-IF
               END-READ
           END-IF.
           WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-DETAIL.
           IF WS-PRINT-HISTORY = 'Y'
               MOVE WA-ADDRESS-LINE-1 TO WS-AA-LINE-1
               MOVE WA-ADDRESS-LINE-2 TO WS-AA-LINE-2
               MOVE WA-ZIP-CODE TO WS-AA-ZIP
               WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-ADDRESS-LINE
           END-IF.

       REINSTATE-CUSTOMER.
           PERFORM FIND-LATEST-ARCHIVING.
           IF WS-REINSTATE-FOUND NOT = 'Y'
               DISPLAY "*** Customer " WS-SELECT-CUST-ID
                   " is not in the archive ***"
               MOVE "NOT REINSTATED:" TO WS-AM-LABEL
               MOVE "CUSTOMER NOT IN THE ARCHIVE" TO WS-AM-TEXT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-MESSAGE-LINE
               MOVE 'N' TO WS-INQUIRY-OK
           END-IF.
           IF WS-INQUIRY-OK = 'Y'
               MOVE WS-SELECT-CUST-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "*** Customer ID " WS-SELECT-CUST-ID
                           " is in use on the master - re-add the "
                           "customer under a new ID ***"
                       MOVE "NOT REINSTATED:" TO WS-AM-LABEL
                       MOVE "ID IN USE ON THE MASTER" TO WS-AM-TEXT
                       WRITE ARCHIVE-REPORT-RECORD
                           FROM WS-ARCH-MESSAGE-LINE
                       MOVE 'N' TO WS-INQUIRY-OK
               END-READ
           END-IF.
           IF WS-INQUIRY-OK = 'Y'
               PERFORM CHECK-PARENT-LINK
               PERFORM WRITE-REINSTATED-MASTER
           END-IF.
           IF WS-INQUIRY-OK = 'Y'
               PERFORM APPEND-REINSTATED-HISTORY
           END-IF.

       FIND-LATEST-ARCHIVING.
      *    A customer archived, reinstated and archived again has
      *    two sets of rows - the later one is the customer as it
      *    last stood.
           PERFORM UNTIL ARCHIVE-EOF
               READ CUSTOMER-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF CA-CUSTOMER-ID = WS-SELECT-CUST-ID
                           PERFORM KEEP-ONE-ARCHIVE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-ONE-ARCHIVE-ROW.
           IF CA-MASTER-ROW
               MOVE 'Y' TO WS-REINSTATE-FOUND
               MOVE CA-ARCHIVE-DATE TO WS-REINSTATE-DATE
               MOVE CA-ROW-DATA TO WS-REINSTATE-IMAGE
               MOVE 0 TO WS-RHIST-COUNT
           ELSE
               IF CA-HISTORY-ROW
                       AND CA-ARCHIVE-DATE = WS-REINSTATE-DATE
                   IF WS-RHIST-COUNT < 100
                       ADD 1 TO WS-RHIST-COUNT
                       MOVE CA-HIST-YEAR
                           TO WS-RH-YEAR(WS-RHIST-COUNT)
                       MOVE CA-HIST-TOTAL
                           TO WS-RH-TOTAL(WS-RHIST-COUNT)
                   ELSE
                       DISPLAY "*** More than 100 history years "
                           "archived - extra years not restored ***"
                   END-IF
               END-IF
           END-IF.

       CHECK-PARENT-LINK.
      *    The one-level national-account rule still has to hold
      *    on the day the customer comes back.
           MOVE WS-REINSTATE-IMAGE TO CUSTOMER-MASTER-RECORD.
           MOVE CM-PARENT-ID TO WS-PARENT-ID.
           MOVE SPACES TO WS-PARENT-NOTE.
           IF WS-PARENT-ID > ZERO
               MOVE WS-PARENT-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "PARENT NOT ON FILE - LINK DROPPED"
                           TO WS-PARENT-NOTE
                   NOT INVALID KEY
                       IF CM-HAS-PARENT
                           MOVE "PARENT NOW A LOCATION - LINK DROPPED"
                               TO WS-PARENT-NOTE
                       END-IF
                       IF CM-STATUS-CLOSED
                           MOVE "PARENT CLOSED - LINK DROPPED"
                               TO WS-PARENT-NOTE
                       END-IF
               END-READ
           END-IF.

       WRITE-REINSTATED-MASTER.
           MOVE WS-REINSTATE-IMAGE TO CUSTOMER-MASTER-RECORD.
           MOVE 'A' TO CM-ACCOUNT-STATUS.
           MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE.
           IF WS-PARENT-NOTE NOT = SPACES
               MOVE 0 TO CM-PARENT-ID
           END-IF.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** Write failed - status "
                       WS-MASTER-STATUS " ***"
                   MOVE "NOT REINSTATED:" TO WS-AM-LABEL
                   MOVE SPACES TO WS-AM-TEXT
                   STRING "MASTER WRITE FAILED - STATUS "
                              DELIMITED BY SIZE
                          WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-AM-TEXT
                   WRITE ARCHIVE-REPORT-RECORD
                       FROM WS-ARCH-MESSAGE-LINE
                   MOVE 'N' TO WS-INQUIRY-OK
           END-WRITE.
           IF WS-INQUIRY-OK = 'Y'
               PERFORM JOURNAL-REINSTATED-MASTER
           END-IF.

       JOURNAL-REINSTATED-MASTER.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE "ARCHIVE-INQUIRY" TO JR-PROGRAM-NAME.
           MOVE 'A' TO JR-ACTION.
           MOVE SPACES TO JR-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

           MOVE CM-CUSTOMER-ID TO WS-AD-CUST-ID.
           MOVE WS-REINSTATE-DATE TO WS-AD-ARCHIVED.
           MOVE CM-CUSTOMER-NAME TO WS-AD-CUST-NAME.
           MOVE CM-CITY TO WS-AD-CITY.
           MOVE CM-STATE TO WS-AD-STATE.
           MOVE CM-PHONE-NUMBER TO WS-AD-PHONE.
           MOVE CM-LAST-ACTIVITY-DATE TO WS-AD-ACTIVITY.
           MOVE "REINSTATED" TO WS-AD-ON-MASTER.
           WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-DETAIL.
           IF WS-PARENT-NOTE NOT = SPACES
               MOVE "PARENT LINK:" TO WS-AM-LABEL
               MOVE WS-PARENT-NOTE TO WS-AM-TEXT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-MESSAGE-LINE
           END-IF.
           DISPLAY "Customer " CM-CUSTOMER-ID " reinstated.".

       APPEND-REINSTATED-HISTORY.
           OPEN EXTEND PURCHASE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT PURCHASE-HISTORY-FILE
               CLOSE PURCHASE-HISTORY-FILE
               OPEN EXTEND PURCHASE-HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RHIST-COUNT
               MOVE WS-SELECT-CUST-ID TO PH-CUSTOMER-ID
               MOVE WS-RH-YEAR(WS-RH-IDX) TO PH-YEAR
               MOVE WS-RH-TOTAL(WS-RH-IDX) TO PH-YTD-TOTAL
               WRITE PURCHASE-HISTORY-RECORD
               MOVE WS-RH-YEAR(WS-RH-IDX) TO WS-AY-YEAR
               MOVE WS-RH-TOTAL(WS-RH-IDX) TO WS-AY-TOTAL
               WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-HISTORY-LINE
           END-PERFORM.
           CLOSE PURCHASE-HISTORY-FILE.
           MOVE "HISTORY YEARS RESTORED:" TO WS-AM-LABEL.
           MOVE SPACES TO WS-AM-TEXT.
           MOVE WS-RHIST-COUNT TO WS-AM-TEXT(1:3).
           WRITE ARCHIVE-REPORT-RECORD FROM WS-ARCH-MESSAGE-LINE.
