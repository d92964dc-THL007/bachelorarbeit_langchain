       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-REGISTER.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Month-end write-off and recovery register. Lists every
      * write-off and recovery BAD-DEBT-POST recorded on the
      * CUSTWOFH history in the month, grouped by the branch the
      * debt was sold from, with the reason and approver on each
      * line, branch subtotals of written off, recovered and net,
      * and company totals that tie to the month's type-'W' and
      * type-'V' records on the CUSTARGL extract.
      *
      * The register month arrives as PARM='YYYYMM'; when no PARM
      * is supplied the current month is used.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "CUSTWOFH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REGISTER-PRINT-FILE ASSIGN TO "CUSTWOFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-HISTORY-FILE.
       COPY 'writeoff-history.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  REGISTER-PRINT-FILE.
       01 REGISTER-PRINT-RECORD    PIC X(120).

       SD  SORT-WORK-FILE.
       01 SORT-WRITE-OFF-RECORD.
           05 SW-BRANCH-CODE       PIC X(3).
           05 SW-CUSTOMER-ID       PIC 9(5).
           05 SW-POST-DATE         PIC 9(8).
           05 SW-HISTORY-ROW       PIC X(67).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.

       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF              VALUE 'Y'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
           88 SORT-EOF                 VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-REGISTER-MONTH     PIC X(6) VALUE SPACES.

       01 WS-CURRENT-BRANCH     PIC X(3) VALUE SPACES.
       01 WS-BRANCH-OPEN        PIC X VALUE 'N'.

      * Branch and company totals - written off, recovered, net.
       01 WS-BR-WRITE-OFF       PIC 9(9)V99 VALUE 0.
       01 WS-BR-RECOVERY        PIC 9(9)V99 VALUE 0.
       01 WS-BR-NET             PIC S9(9)V99 VALUE 0.
       01 WS-CO-WRITE-OFF       PIC 9(9)V99 VALUE 0.
       01 WS-CO-RECOVERY        PIC 9(9)V99 VALUE 0.
       01 WS-CO-NET             PIC S9(9)V99 VALUE 0.
       01 WS-CO-WRITE-OFF-COUNT PIC 9(5) VALUE 0.
       01 WS-CO-RECOVERY-COUNT  PIC 9(5) VALUE 0.

       01 WS-REG-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "WRITE-OFF AND RECOVERY REGISTER".

       01 WS-REG-HEADER-2.
           05 FILLER            PIC X(16) VALUE "REGISTER MONTH: ".
           05 WS-RH2-MONTH      PIC X(6).

       01 WS-REG-BRANCH-LINE.
           05 FILLER            PIC X(8)  VALUE "BRANCH: ".
           05 WS-RB-BRANCH      PIC X(3).

       01 WS-REG-HEADER-3.
           05 FILLER            PIC X(10) VALUE "DATE".
           05 FILLER            PIC X(10) VALUE "TYPE".
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(26) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(14) VALUE "       AMOUNT".
           05 FILLER            PIC X(7)  VALUE "REASON".
           05 FILLER            PIC X(31) VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "APPR".
           05 FILLER            PIC X(3)  VALUE "CL".

       01 WS-REG-DETAIL.
           05 WS-RD-DATE        PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-TYPE        PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-CUST-NAME   PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-REASON-CODE PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-REASON-TEXT PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-APPROVER    PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-CLOSED      PIC X(1).

       01 WS-REG-TOTAL-LINE.
           05 WS-RT-LABEL       PIC X(30).
           05 WS-RT-WRITE-OFF   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RT-RECOVERY    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RT-NET         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-REG-TOTAL-HEADER.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "     WRITTEN OFF".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "       RECOVERED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "             NET".

       01 WS-REG-COUNT-LINE.
           05 WS-RC-LABEL       PIC X(30).
           05 WS-RC-COUNT       PIC ZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT       PIC X(6).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Write-Off and Recovery Register".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LEN >= 6
               MOVE WS-PARM-TEXT TO WS-REGISTER-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-REGISTER-MONTH
           END-IF.
           MOVE WS-REGISTER-MONTH TO WS-RH2-MONTH.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT REGISTER-PRINT-FILE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-1.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-2.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BRANCH-CODE
                                SW-CUSTOMER-ID
                                SW-POST-DATE
               INPUT PROCEDURE IS SELECT-MONTH-ROWS
                   THRU SELECT-MONTH-EXIT
               OUTPUT PROCEDURE IS PRINT-REGISTER
                   THRU PRINT-REGISTER-EXIT.

           PERFORM REPORT-COMPANY-TOTALS.

           CLOSE REGISTER-PRINT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

           DISPLAY "Write-offs listed: " WS-CO-WRITE-OFF-COUNT.
           DISPLAY "Recoveries listed: " WS-CO-RECOVERY-COUNT.
           STOP RUN.

       SELECT-MONTH-ROWS.
      *    Pass the history once, releasing only the register
      *    month's rows to the sort.
           OPEN INPUT WRITE-OFF-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "*** CUSTWOFH not found - nothing has been "
                   "written off ***"
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ WRITE-OFF-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF WH-POST-DATE IS NUMERIC
                                   AND WH-AMOUNT IS NUMERIC
                                   AND WH-POST-DATE(1:6)
                                       = WS-REGISTER-MONTH
                               MOVE WH-BRANCH-CODE TO SW-BRANCH-CODE
                               MOVE WH-CUSTOMER-ID TO SW-CUSTOMER-ID
                               MOVE WH-POST-DATE TO SW-POST-DATE
                               MOVE WRITE-OFF-HISTORY-RECORD
                                   TO SW-HISTORY-ROW
                               RELEASE SORT-WRITE-OFF-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITE-OFF-HISTORY-FILE
           END-IF.

       SELECT-MONTH-EXIT.
           EXIT.

       PRINT-REGISTER.
      *    Rows come back grouped by branch - on each change of
      *    branch, close out the prior branch's subtotals and
      *    start the next heading.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SW-HISTORY-ROW
                           TO WRITE-OFF-HISTORY-RECORD
                       IF WS-BRANCH-OPEN = 'N'
                               OR WH-BRANCH-CODE
                                   NOT = WS-CURRENT-BRANCH
                           PERFORM FINISH-BRANCH
                           MOVE WH-BRANCH-CODE TO WS-CURRENT-BRANCH
                           PERFORM START-BRANCH
                       END-IF
                       PERFORM PRINT-REGISTER-DETAIL
               END-RETURN
           END-PERFORM.

           PERFORM FINISH-BRANCH.

       PRINT-REGISTER-EXIT.
           EXIT.

       START-BRANCH.
           MOVE 'Y' TO WS-BRANCH-OPEN.
           MOVE 0 TO WS-BR-WRITE-OFF.
           MOVE 0 TO WS-BR-RECOVERY.
           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           IF WS-CURRENT-BRANCH = SPACES
               MOVE "???" TO WS-RB-BRANCH
           ELSE
               MOVE WS-CURRENT-BRANCH TO WS-RB-BRANCH
           END-IF.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-BRANCH-LINE.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-HEADER-3.

       PRINT-REGISTER-DETAIL.
           MOVE WH-POST-DATE TO WS-RD-DATE.
           IF WH-RECOVERY
               MOVE "RECOVERY" TO WS-RD-TYPE
               ADD WH-AMOUNT TO WS-BR-RECOVERY
               ADD WH-AMOUNT TO WS-CO-RECOVERY
               ADD 1 TO WS-CO-RECOVERY-COUNT
           ELSE
               MOVE "WRITE-OFF" TO WS-RD-TYPE
               ADD WH-AMOUNT TO WS-BR-WRITE-OFF
               ADD WH-AMOUNT TO WS-CO-WRITE-OFF
               ADD 1 TO WS-CO-WRITE-OFF-COUNT
           END-IF.
           MOVE WH-CUSTOMER-ID TO WS-RD-CUST-ID.
           MOVE WH-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-RD-CUST-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-RD-CUST-NAME
           END-READ.
           MOVE WH-AMOUNT TO WS-RD-AMOUNT.
           MOVE WH-REASON-CODE TO WS-RD-REASON-CODE.
           MOVE WH-REASON-TEXT TO WS-RD-REASON-TEXT.
           MOVE WH-APPROVER-CODE TO WS-RD-APPROVER.
           IF WH-ACCOUNT-CLOSED = 'Y'
               MOVE 'C' TO WS-RD-CLOSED
           ELSE
               MOVE SPACE TO WS-RD-CLOSED
           END-IF.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-DETAIL.

       FINISH-BRANCH.
           IF WS-BRANCH-OPEN = 'Y'
               MOVE SPACES TO REGISTER-PRINT-RECORD
               WRITE REGISTER-PRINT-RECORD
               WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTAL-HEADER
               MOVE "BRANCH TOTAL: " TO WS-RT-LABEL
               MOVE WS-BR-WRITE-OFF TO WS-RT-WRITE-OFF
               MOVE WS-BR-RECOVERY TO WS-RT-RECOVERY
               COMPUTE WS-BR-NET = WS-BR-WRITE-OFF - WS-BR-RECOVERY
               MOVE WS-BR-NET TO WS-RT-NET
               WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTAL-LINE
               MOVE 'N' TO WS-BRANCH-OPEN
           END-IF.

       REPORT-COMPANY-TOTALS.
           MOVE SPACES TO REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTAL-HEADER.
           MOVE "COMPANY TOTAL: " TO WS-RT-LABEL.
           MOVE WS-CO-WRITE-OFF TO WS-RT-WRITE-OFF.
           MOVE WS-CO-RECOVERY TO WS-RT-RECOVERY.
           COMPUTE WS-CO-NET = WS-CO-WRITE-OFF - WS-CO-RECOVERY.
           MOVE WS-CO-NET TO WS-RT-NET.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-TOTAL-LINE.
           MOVE "WRITE-OFFS: " TO WS-RC-LABEL.
           MOVE WS-CO-WRITE-OFF-COUNT TO WS-RC-COUNT.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-COUNT-LINE.
           MOVE "RECOVERIES: " TO WS-RC-LABEL.
           MOVE WS-CO-RECOVERY-COUNT TO WS-RC-COUNT.
           WRITE REGISTER-PRINT-RECORD FROM WS-REG-COUNT-LINE.
