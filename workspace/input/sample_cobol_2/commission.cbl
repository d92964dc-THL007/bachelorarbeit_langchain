       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-RUN.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Month-end sales commission run. Reads the month's sale and
      * return lines off the CUSTAUDIT log, groups them by the
      * salesperson code CUSTOMER-MAIN logged on each line, and
      * prints one commission statement per rep on CUSTCOMS - every
      * transaction, gross sales, returns, net sales, commission at
      * the rep's SALESREP rate, the reduction for sales priced
      * below the tier rate by a supervisor override, and the
      * commission payable. One summary record per rep goes to the
      * CUSTCOMP payroll file, and CUSTCOMR ranks the reps by net
      * sales and by average discount given.
      *
      * Sales are measured in base currency after discount - what
      * the customer actually owes. A return carries its original
      * sale's rep, rate and tier rate from posting, so it nets
      * against the rep who was paid on the sale, at the rate that
      * sale earned. A line is below tier when its rate is above
      * the rate the tier table alone earned and no promotion or
      * customer contract set it - only a supervisor override does
      * that - and is paid at the rep's override rate instead of
      * the standard rate.
      *
      * Lines with no salesperson code, or a code not on SALESREP,
      * earn no commission; they are listed on their own statement
      * page so someone can put them right, and the run ends RC=4.
      * A missing SALESREP file refuses the run with RC=16.
      *
      * The commission month arrives as PARM='YYYYMM'; when no PARM
      * is supplied the current month is used.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      * 2026-10-15  Audit log and sort records widened to 128 bytes
      *             with the contract id. A sale priced by a customer
      *             contract is paid at the standard rate - only an
      *             override counts as below tier.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO "SALESREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESREP-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "CUSTCOMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT COMMISSION-PAY-FILE ASSIGN TO "CUSTCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT RANKING-PRINT-FILE ASSIGN TO "CUSTCOMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANK-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  SALESPERSON-FILE.
       COPY 'salesperson.cpy'.

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       FD  STATEMENT-PRINT-FILE.
       01 STATEMENT-PRINT-RECORD   PIC X(120).

       FD  COMMISSION-PAY-FILE.
       COPY 'commission-pay.cpy'.

       FD  RANKING-PRINT-FILE.
       01 RANKING-PRINT-RECORD     PIC X(120).

       SD  SORT-WORK-FILE.
       01 SORT-COMMISSION-RECORD.
           05 SC-SALESPERSON-CODE  PIC X(4).
           05 SC-TRANS-DATE        PIC X(8).
           05 SC-CUSTOMER-ID       PIC 9(5).
           05 SC-AUDIT-LINE        PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-SALESREP-STATUS    PIC XX VALUE '00'.
       01 WS-MASTER-STATUS      PIC XX VALUE '00'.
       01 WS-STMT-STATUS        PIC XX VALUE '00'.
       01 WS-PAY-STATUS         PIC XX VALUE '00'.
       01 WS-RANK-STATUS        PIC XX VALUE '00'.

       01 WS-AUDIT-EOF          PIC X VALUE 'N'.
           88 AUDIT-EOF                VALUE 'Y'.
       01 WS-SALESREP-EOF       PIC X VALUE 'N'.
           88 SALESREP-EOF             VALUE 'Y'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
           88 SORT-EOF                 VALUE 'Y'.

       COPY 'audit-record.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-COMMISSION-MONTH   PIC X(6) VALUE SPACES.

      * The SALESREP file, held in storage with the month's
      * running figures for each rep beside the rep's own row.
       01 WS-REP-COUNT          PIC 9(3) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-RP-IDX.
               10 WS-RP-CODE           PIC X(4).
               10 WS-RP-NAME           PIC X(30).
               10 WS-RP-BRANCH         PIC X(3).
               10 WS-RP-COMM-RATE      PIC 9V9999.
               10 WS-RP-OVR-RATE       PIC 9V9999.
               10 WS-RP-EMPLOYEE-ID    PIC X(9).
               10 WS-RP-STATUS         PIC X(1).
               10 WS-RP-LINE-COUNT     PIC 9(7).
               10 WS-RP-GROSS          PIC S9(11)V99.
               10 WS-RP-RETURNS        PIC S9(11)V99.
               10 WS-RP-NET            PIC S9(11)V99.
               10 WS-RP-BASE           PIC S9(11)V99.
               10 WS-RP-DISCOUNT       PIC S9(11)V99.
               10 WS-RP-STD-COMM       PIC S9(9)V99.
               10 WS-RP-REDUCTION      PIC S9(9)V99.
               10 WS-RP-PAYABLE        PIC S9(9)V99.

      * Rankings - one row per rep with activity, pointing back
      * into WS-REP-TABLE, ordered in place on the ranking key.
       01 WS-RANK-COUNT         PIC 9(3) VALUE 0.
       01 WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 200 TIMES.
               10 WS-RK-SUB            PIC 9(3).
               10 WS-RK-NET            PIC S9(11)V99.
               10 WS-RK-AVG-DISC       PIC 9(3)V99.
       01 WS-RANK-HOLD.
           05 WS-RH-SUB             PIC 9(3).
           05 WS-RH-NET             PIC S9(11)V99.
           05 WS-RH-AVG-DISC        PIC 9(3)V99.
       01 WS-RANK-I             PIC 9(3) VALUE 0.
       01 WS-RANK-J             PIC 9(3) VALUE 0.
       01 WS-RANK-NEXT          PIC 9(3) VALUE 0.
       01 WS-RANK-LIMIT         PIC 9(3) VALUE 0.
       01 WS-RANK-BY            PIC X VALUE SPACE.
           88 RANK-BY-NET              VALUE 'N'.
           88 RANK-BY-DISCOUNT         VALUE 'D'.
       01 WS-RANK-SWAP          PIC X VALUE 'N'.

      * The rep whose statement is printing.
       01 WS-CURRENT-REP        PIC X(4) VALUE SPACES.
       01 WS-REP-OPEN           PIC X VALUE 'N'.
       01 WS-REP-FOUND          PIC X VALUE 'N'.
           88 REP-FOUND                VALUE 'Y'.
       01 WS-CURRENT-SUB        PIC 9(3) VALUE 0.

      * Lines no rep on SALESREP can be paid for.
       01 WS-UNPAID-COUNT       PIC 9(7) VALUE 0.
       01 WS-UNPAID-NET         PIC S9(11)V99 VALUE 0.
       01 WS-UNPAID-GROUP-NET   PIC S9(11)V99 VALUE 0.

      * Work fields for one audit line - base currency throughout.
       01 WS-LINE-BASE          PIC S9(9)V99 VALUE 0.
       01 WS-LINE-RATE          PIC 9V99 VALUE 0.
       01 WS-LINE-TIER-RATE     PIC 9V99 VALUE 0.
       01 WS-LINE-DISCOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-LINE-NET           PIC S9(9)V99 VALUE 0.
       01 WS-LINE-STD-COMM      PIC S9(7)V99 VALUE 0.
       01 WS-LINE-PAID-COMM     PIC S9(7)V99 VALUE 0.
       01 WS-LINE-BELOW-TIER    PIC X VALUE 'N'.

       01 WS-SELECTED-COUNT     PIC 9(7) VALUE 0.
       01 WS-STATEMENT-COUNT    PIC 9(5) VALUE 0.
       01 WS-PAY-COUNT          PIC 9(5) VALUE 0.
       01 WS-CO-NET             PIC S9(11)V99 VALUE 0.
       01 WS-CO-PAYABLE         PIC S9(11)V99 VALUE 0.
       01 WS-RATE-PCT           PIC 9(3)V99 VALUE 0.

       01 WS-STMT-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "SALESPERSON COMMISSION STATEMENT".

       01 WS-STMT-HEADER-2.
           05 FILLER            PIC X(18) VALUE "COMMISSION MONTH: ".
           05 WS-SH2-MONTH      PIC X(6).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "REPORT DATE: ".
           05 WS-SH2-MM         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-SH2-DD         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-SH2-YYYY       PIC 9(4).

       01 WS-STMT-REP-LINE.
           05 FILLER            PIC X(13) VALUE "SALESPERSON: ".
           05 WS-SR-CODE        PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SR-NAME        PIC X(30).
           05 FILLER            PIC X(8)  VALUE "BRANCH: ".
           05 WS-SR-BRANCH      PIC X(3).
           05 FILLER            PIC X(12) VALUE "  EMPLOYEE: ".
           05 WS-SR-EMPLOYEE    PIC X(9).

       01 WS-STMT-RATE-LINE.
           05 FILLER            PIC X(17) VALUE "COMMISSION RATE: ".
           05 WS-SRT-RATE       PIC Z9.99.
           05 FILLER            PIC X(5)  VALUE " %   ".
           05 FILLER            PIC X(27)
               VALUE "OVERRIDE BELOW TIER RATE: ".
           05 WS-SRT-OVR-RATE   PIC Z9.99.
           05 FILLER            PIC X(2)  VALUE " %".

       01 WS-STMT-UNPAID-LINE.
           05 FILLER            PIC X(13) VALUE "SALESPERSON: ".
           05 WS-SU-CODE        PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SU-TEXT        PIC X(50).

       01 WS-STMT-COL-HEADER.
           05 FILLER            PIC X(10) VALUE "DATE".
           05 FILLER            PIC X(6)  VALUE "TYPE".
           05 FILLER            PIC X(10) VALUE "INVOICE".
           05 FILLER            PIC X(7)  VALUE "CUST ID".
           05 FILLER            PIC X(26) VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(5)  VALUE "BR".
           05 FILLER            PIC X(16) VALUE "   NET SALES".
           05 FILLER            PIC X(7)  VALUE "DISC%".
           05 FILLER            PIC X(7)  VALUE "TIER%".
           05 FILLER            PIC X(13) VALUE " COMMISSION".

       01 WS-STMT-DETAIL.
           05 WS-SD-DATE        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-TYPE        PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-INVOICE     PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-CUST-ID     PIC 9(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-CUST-NAME   PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SD-BRANCH      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-NET         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-RATE        PIC Z9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-TIER        PIC Z9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-COMMISSION  PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-FLAG        PIC X(13).

       01 WS-STMT-TOTAL-LINE.
           05 WS-ST-LABEL       PIC X(30).
           05 WS-ST-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-STMT-COUNT-LINE.
           05 WS-SC-LABEL       PIC X(30).
           05 WS-SC-COUNT       PIC ZZZ,ZZ9.

       01 WS-RANK-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "SALESPERSON RANKINGS".

       01 WS-RANK-TITLE-LINE.
           05 WS-RT-TITLE       PIC X(60).

       01 WS-RANK-COL-HEADER.
           05 FILLER            PIC X(6)  VALUE "RANK".
           05 FILLER            PIC X(6)  VALUE "REP".
           05 FILLER            PIC X(31) VALUE "NAME".
           05 FILLER            PIC X(5)  VALUE "BR".
           05 FILLER            PIC X(18) VALUE "    NET SALES".
           05 FILLER            PIC X(10) VALUE "AVG DISC%".
           05 FILLER            PIC X(15) VALUE "    COMMISSION".

       01 WS-RANK-DETAIL.
           05 WS-RD-RANK        PIC ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-RD-CODE        PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-NAME        PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RD-BRANCH      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-NET         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-AVG-DISC    PIC ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-PAYABLE     PIC ZZ,ZZZ,ZZ9.99-.

       01 WS-RANK-TOTAL-LINE.
           05 WS-RTL-LABEL      PIC X(30).
           05 WS-RTL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-RANK-COUNT-LINE.
           05 WS-RCL-LABEL      PIC X(30).
           05 WS-RCL-COUNT      PIC ZZZ,ZZ9.

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
           DISPLAY "Sales Commission Run".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LEN >= 6
               MOVE WS-PARM-TEXT TO WS-COMMISSION-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-COMMISSION-MONTH
           END-IF.
           DISPLAY "Commission month: " WS-COMMISSION-MONTH.
           MOVE WS-COMMISSION-MONTH TO WS-SH2-MONTH.
           MOVE WS-RUN-MM TO WS-SH2-MM.
           MOVE WS-RUN-DD TO WS-SH2-DD.
           MOVE WS-RUN-YYYY TO WS-SH2-YYYY.

           PERFORM LOAD-SALESREP-TABLE.
           IF WS-SALESREP-STATUS = "35"
               DISPLAY "*** SALESREP not found - no commission "
                   "can be paid ***"
               DISPLAY "*** Commission run not performed ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT STATEMENT-PRINT-FILE.
           OPEN OUTPUT COMMISSION-PAY-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SC-SALESPERSON-CODE
                                SC-TRANS-DATE
                                SC-CUSTOMER-ID
               INPUT PROCEDURE IS SELECT-MONTH-LINES
                   THRU SELECT-MONTH-EXIT
               OUTPUT PROCEDURE IS PRINT-COMMISSION-STATEMENTS
                   THRU PRINT-COMMISSION-EXIT.

           CLOSE COMMISSION-PAY-FILE.
           CLOSE STATEMENT-PRINT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

           PERFORM PRINT-RANKINGS.

           DISPLAY "Audit lines selected: " WS-SELECTED-COUNT.
           DISPLAY "Statements printed: " WS-STATEMENT-COUNT.
           DISPLAY "Payroll records written: " WS-PAY-COUNT.
           IF WS-UNPAID-COUNT > 0
               DISPLAY "*** " WS-UNPAID-COUNT " lines carry no "
                   "salesperson on SALESREP - no commission "
                   "paid ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-SALESREP-TABLE.
           OPEN INPUT SALESPERSON-FILE.
           IF WS-SALESREP-STATUS NOT = "35"
               PERFORM UNTIL SALESREP-EOF
                   READ SALESPERSON-FILE
                       AT END
                           MOVE 'Y' TO WS-SALESREP-EOF
                       NOT AT END
                           PERFORM ADD-TO-REP-TABLE
                   END-READ
               END-PERFORM
               CLOSE SALESPERSON-FILE
           END-IF.

       ADD-TO-REP-TABLE.
           IF WS-REP-COUNT < 200
               ADD 1 TO WS-REP-COUNT
               SET WS-RP-IDX TO WS-REP-COUNT
               MOVE SP-SALESPERSON-CODE TO WS-RP-CODE(WS-RP-IDX)
               MOVE SP-NAME TO WS-RP-NAME(WS-RP-IDX)
               MOVE SP-BRANCH-CODE TO WS-RP-BRANCH(WS-RP-IDX)
               MOVE SP-EMPLOYEE-ID TO WS-RP-EMPLOYEE-ID(WS-RP-IDX)
               MOVE SP-STATUS TO WS-RP-STATUS(WS-RP-IDX)
               IF SP-COMMISSION-RATE IS NUMERIC
                   MOVE SP-COMMISSION-RATE
                       TO WS-RP-COMM-RATE(WS-RP-IDX)
               ELSE
                   MOVE 0 TO WS-RP-COMM-RATE(WS-RP-IDX)
               END-IF
      *        No reduced rate on file pays the override sales at
      *        the standard rate rather than at nothing.
               IF SP-OVERRIDE-RATE IS NUMERIC
                   MOVE SP-OVERRIDE-RATE
                       TO WS-RP-OVR-RATE(WS-RP-IDX)
               ELSE
                   MOVE WS-RP-COMM-RATE(WS-RP-IDX)
                       TO WS-RP-OVR-RATE(WS-RP-IDX)
               END-IF
               MOVE 0 TO WS-RP-LINE-COUNT(WS-RP-IDX)
               MOVE 0 TO WS-RP-GROSS(WS-RP-IDX)
               MOVE 0 TO WS-RP-RETURNS(WS-RP-IDX)
               MOVE 0 TO WS-RP-NET(WS-RP-IDX)
               MOVE 0 TO WS-RP-BASE(WS-RP-IDX)
               MOVE 0 TO WS-RP-DISCOUNT(WS-RP-IDX)
               MOVE 0 TO WS-RP-STD-COMM(WS-RP-IDX)
               MOVE 0 TO WS-RP-REDUCTION(WS-RP-IDX)
               MOVE 0 TO WS-RP-PAYABLE(WS-RP-IDX)
           ELSE
               DISPLAY "*** SALESREP has more than 200 rows - "
                   "extra reps not loaded ***"
           END-IF.

       SELECT-MONTH-LINES.
      *    Pass the audit log once, releasing only the month's
      *    sale and return lines to the sort. Lines written before
      *    the fixed audit layout carry no parseable base amount.
           OPEN INPUT AUDIT-LOG-FILE.

           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       MOVE AUDIT-LOG-RECORD TO AUDIT-DETAIL-RECORD
                       IF AU-CUSTOMER-ID IS NUMERIC
                               AND AU-BASE-AMOUNT IS NUMERIC
                               AND (AU-TRANS-TYPE = 'S'
                                   OR AU-TRANS-TYPE = 'R')
                               AND AU-TIMESTAMP(1:6)
                                   = WS-COMMISSION-MONTH
                           ADD 1 TO WS-SELECTED-COUNT
                           MOVE AU-SALESPERSON-CODE
                               TO SC-SALESPERSON-CODE
                           MOVE AU-TIMESTAMP(1:8) TO SC-TRANS-DATE
                           MOVE AU-CUSTOMER-ID TO SC-CUSTOMER-ID
                           MOVE AUDIT-DETAIL-RECORD TO SC-AUDIT-LINE
                           RELEASE SORT-COMMISSION-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

       SELECT-MONTH-EXIT.
           EXIT.

       PRINT-COMMISSION-STATEMENTS.
      *    Lines come back grouped by rep - on each change of
      *    salesperson code, close out the prior statement and
      *    start the next page.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SC-AUDIT-LINE TO AUDIT-DETAIL-RECORD
                       IF WS-REP-OPEN = 'N'
                               OR SC-SALESPERSON-CODE
                                   NOT = WS-CURRENT-REP
                           PERFORM FINISH-REP
                           MOVE SC-SALESPERSON-CODE
                               TO WS-CURRENT-REP
                           PERFORM START-REP
                       END-IF
                       PERFORM PRINT-COMMISSION-DETAIL
               END-RETURN
           END-PERFORM.

           PERFORM FINISH-REP.

       PRINT-COMMISSION-EXIT.
           EXIT.

       START-REP.
           MOVE 'Y' TO WS-REP-OPEN.
           MOVE 0 TO WS-UNPAID-GROUP-NET.
           PERFORM FIND-REP.
           ADD 1 TO WS-STATEMENT-COUNT.

           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-HEADER-2.
           MOVE SPACES TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD.

           IF REP-FOUND
               MOVE WS-RP-CODE(WS-CURRENT-SUB) TO WS-SR-CODE
               MOVE WS-RP-NAME(WS-CURRENT-SUB) TO WS-SR-NAME
               MOVE WS-RP-BRANCH(WS-CURRENT-SUB) TO WS-SR-BRANCH
               MOVE WS-RP-EMPLOYEE-ID(WS-CURRENT-SUB)
                   TO WS-SR-EMPLOYEE
               WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-REP-LINE
               COMPUTE WS-RATE-PCT =
                   WS-RP-COMM-RATE(WS-CURRENT-SUB) * 100
               MOVE WS-RATE-PCT TO WS-SRT-RATE
               COMPUTE WS-RATE-PCT =
                   WS-RP-OVR-RATE(WS-CURRENT-SUB) * 100
               MOVE WS-RATE-PCT TO WS-SRT-OVR-RATE
               WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-RATE-LINE
           ELSE
               IF WS-CURRENT-REP = SPACES
                   MOVE "NONE" TO WS-SU-CODE
                   MOVE "NO SALESPERSON ON THE TRANSACTION"
                       TO WS-SU-TEXT
               ELSE
                   MOVE WS-CURRENT-REP TO WS-SU-CODE
                   MOVE "NOT ON SALESREP - NO COMMISSION PAID"
                       TO WS-SU-TEXT
               END-IF
               WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-UNPAID-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-COL-HEADER.

       FIND-REP.
           MOVE 'N' TO WS-REP-FOUND.
           MOVE 0 TO WS-CURRENT-SUB.
           IF WS-CURRENT-REP NOT = SPACES
               PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                       UNTIL WS-RP-IDX > WS-REP-COUNT
                   IF WS-RP-CODE(WS-RP-IDX) = WS-CURRENT-REP
                       MOVE 'Y' TO WS-REP-FOUND
                       SET WS-CURRENT-SUB TO WS-RP-IDX
                       SET WS-RP-IDX TO WS-REP-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-COMMISSION-DETAIL.
           PERFORM MEASURE-ONE-LINE.

           MOVE AU-TIMESTAMP(1:8) TO WS-SD-DATE.
           IF AU-TRANS-TYPE = 'R'
               MOVE "RTRN" TO WS-SD-TYPE
           ELSE
               MOVE "SALE" TO WS-SD-TYPE
           END-IF.
           IF AU-INVOICE-NO IS NUMERIC
               MOVE AU-INVOICE-NO TO WS-SD-INVOICE
           ELSE
               MOVE 0 TO WS-SD-INVOICE
           END-IF.
           MOVE AU-CUSTOMER-ID TO WS-SD-CUST-ID.
           MOVE AU-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-SD-CUST-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-SD-CUST-NAME
           END-READ.
           MOVE AU-BRANCH-CODE TO WS-SD-BRANCH.
           MOVE WS-LINE-NET TO WS-SD-NET.
           COMPUTE WS-RATE-PCT = WS-LINE-RATE * 100.
           MOVE WS-RATE-PCT TO WS-SD-RATE.
           COMPUTE WS-RATE-PCT = WS-LINE-TIER-RATE * 100.
           MOVE WS-RATE-PCT TO WS-SD-TIER.

           IF REP-FOUND
               PERFORM ADD-TO-REP-ENTRY
               MOVE WS-LINE-PAID-COMM TO WS-SD-COMMISSION
               IF WS-LINE-BELOW-TIER = 'Y'
                   MOVE "BELOW TIER" TO WS-SD-FLAG
               ELSE
                   MOVE SPACES TO WS-SD-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-UNPAID-COUNT
               ADD WS-LINE-NET TO WS-UNPAID-NET
               ADD WS-LINE-NET TO WS-UNPAID-GROUP-NET
               MOVE 0 TO WS-SD-COMMISSION
               MOVE "NO COMMISSION" TO WS-SD-FLAG
           END-IF.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL.

       MEASURE-ONE-LINE.
      *    Net sales are the signed base amount less the discount
      *    at the posted rate, so a return comes off at exactly
      *    what its sale put on. A line logged before the tier
      *    rate was carried counts as priced at the table.
           MOVE AU-BASE-AMOUNT TO WS-LINE-BASE.
           COMPUTE WS-LINE-RATE = FUNCTION NUMVAL(AU-RATE).
           IF AU-TIER-RATE = SPACES
               MOVE WS-LINE-RATE TO WS-LINE-TIER-RATE
           ELSE
               COMPUTE WS-LINE-TIER-RATE =
                   FUNCTION NUMVAL(AU-TIER-RATE)
           END-IF.
           COMPUTE WS-LINE-DISCOUNT ROUNDED =
               WS-LINE-BASE * WS-LINE-RATE.
           COMPUTE WS-LINE-NET = WS-LINE-BASE - WS-LINE-DISCOUNT.

      *    Only a supervisor override prices above the tier rate
      *    with no promotion or contract behind it.
           IF WS-LINE-RATE > WS-LINE-TIER-RATE
                   AND AU-PROMO-ID = SPACES
                   AND AU-CONTRACT-ID = SPACES
               MOVE 'Y' TO WS-LINE-BELOW-TIER
           ELSE
               MOVE 'N' TO WS-LINE-BELOW-TIER
           END-IF.

           MOVE 0 TO WS-LINE-STD-COMM.
           MOVE 0 TO WS-LINE-PAID-COMM.
           IF REP-FOUND
               COMPUTE WS-LINE-STD-COMM ROUNDED =
                   WS-LINE-NET * WS-RP-COMM-RATE(WS-CURRENT-SUB)
               IF WS-LINE-BELOW-TIER = 'Y'
                   COMPUTE WS-LINE-PAID-COMM ROUNDED =
                       WS-LINE-NET * WS-RP-OVR-RATE(WS-CURRENT-SUB)
               ELSE
                   MOVE WS-LINE-STD-COMM TO WS-LINE-PAID-COMM
               END-IF
           END-IF.

       ADD-TO-REP-ENTRY.
           ADD 1 TO WS-RP-LINE-COUNT(WS-CURRENT-SUB).
           IF AU-TRANS-TYPE = 'R'
               SUBTRACT WS-LINE-NET FROM WS-RP-RETURNS(WS-CURRENT-SUB)
           ELSE
               ADD WS-LINE-NET TO WS-RP-GROSS(WS-CURRENT-SUB)
           END-IF.
           ADD WS-LINE-NET TO WS-RP-NET(WS-CURRENT-SUB).
           ADD WS-LINE-BASE TO WS-RP-BASE(WS-CURRENT-SUB).
           ADD WS-LINE-DISCOUNT TO WS-RP-DISCOUNT(WS-CURRENT-SUB).
           ADD WS-LINE-STD-COMM TO WS-RP-STD-COMM(WS-CURRENT-SUB).
           ADD WS-LINE-PAID-COMM TO WS-RP-PAYABLE(WS-CURRENT-SUB).
           COMPUTE WS-RP-REDUCTION(WS-CURRENT-SUB) =
               WS-RP-STD-COMM(WS-CURRENT-SUB)
                   - WS-RP-PAYABLE(WS-CURRENT-SUB).

       FINISH-REP.
      *    Close out the statement for the rep whose lines have
      *    just finished printing, and hand the rep's month to
      *    payroll.
           IF WS-REP-OPEN = 'Y'
               MOVE SPACES TO STATEMENT-PRINT-RECORD
               WRITE STATEMENT-PRINT-RECORD
               IF REP-FOUND
                   PERFORM PRINT-REP-TOTALS
                   PERFORM WRITE-PAYROLL-RECORD
               ELSE
                   MOVE "NET SALES NOT COMMISSIONED:" TO WS-ST-LABEL
                   MOVE WS-UNPAID-GROUP-NET TO WS-ST-AMOUNT
                   WRITE STATEMENT-PRINT-RECORD
                       FROM WS-STMT-TOTAL-LINE
               END-IF
               MOVE 'N' TO WS-REP-OPEN
           END-IF.

       PRINT-REP-TOTALS.
           MOVE "TRANSACTIONS:" TO WS-SC-LABEL.
           MOVE WS-RP-LINE-COUNT(WS-CURRENT-SUB) TO WS-SC-COUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-COUNT-LINE.
           MOVE "GROSS SALES (USD):" TO WS-ST-LABEL.
           MOVE WS-RP-GROSS(WS-CURRENT-SUB) TO WS-ST-AMOUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-TOTAL-LINE.
           MOVE "RETURNS (USD):" TO WS-ST-LABEL.
           MOVE WS-RP-RETURNS(WS-CURRENT-SUB) TO WS-ST-AMOUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-TOTAL-LINE.
           MOVE "NET SALES (USD):" TO WS-ST-LABEL.
           MOVE WS-RP-NET(WS-CURRENT-SUB) TO WS-ST-AMOUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD.
           MOVE "COMMISSION AT STANDARD RATE:" TO WS-ST-LABEL.
           MOVE WS-RP-STD-COMM(WS-CURRENT-SUB) TO WS-ST-AMOUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-TOTAL-LINE.
           MOVE "LESS OVERRIDE BELOW TIER:" TO WS-ST-LABEL.
           MOVE WS-RP-REDUCTION(WS-CURRENT-SUB) TO WS-ST-AMOUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-TOTAL-LINE.
           MOVE "COMMISSION PAYABLE:" TO WS-ST-LABEL.
           MOVE WS-RP-PAYABLE(WS-CURRENT-SUB) TO WS-ST-AMOUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-TOTAL-LINE.

       WRITE-PAYROLL-RECORD.
           MOVE WS-COMMISSION-MONTH TO CP-COMMISSION-MONTH.
           MOVE WS-RP-CODE(WS-CURRENT-SUB) TO CP-SALESPERSON-CODE.
           MOVE WS-RP-EMPLOYEE-ID(WS-CURRENT-SUB) TO CP-EMPLOYEE-ID.
           MOVE WS-RP-BRANCH(WS-CURRENT-SUB) TO CP-BRANCH-CODE.
           MOVE WS-RP-GROSS(WS-CURRENT-SUB) TO CP-GROSS-SALES.
           MOVE WS-RP-RETURNS(WS-CURRENT-SUB) TO CP-RETURNS.
           MOVE WS-RP-NET(WS-CURRENT-SUB) TO CP-NET-SALES.
           MOVE WS-RP-STD-COMM(WS-CURRENT-SUB) TO CP-STANDARD-COMM.
           MOVE WS-RP-REDUCTION(WS-CURRENT-SUB)
               TO CP-OVERRIDE-REDUCTION.
           MOVE WS-RP-PAYABLE(WS-CURRENT-SUB)
               TO CP-COMMISSION-PAYABLE.
           MOVE WS-RUN-DATE TO CP-RUN-DATE.
           WRITE COMMISSION-PAY-RECORD.
           ADD 1 TO WS-PAY-COUNT.
           ADD WS-RP-NET(WS-CURRENT-SUB) TO WS-CO-NET.
           ADD WS-RP-PAYABLE(WS-CURRENT-SUB) TO WS-CO-PAYABLE.

       PRINT-RANKINGS.
      *    Every rep with activity in the month, ranked twice - by
      *    net sales, highest first, and by average discount given
      *    (base discount over base sales), deepest first.
           PERFORM BUILD-RANK-TABLE.

           OPEN OUTPUT RANKING-PRINT-FILE.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-HEADER-1.
           WRITE RANKING-PRINT-RECORD FROM WS-STMT-HEADER-2.

           MOVE 'N' TO WS-RANK-BY.
           PERFORM ORDER-RANK-TABLE.
           MOVE "RANKED BY NET SALES (USD) - HIGHEST FIRST"
               TO WS-RT-TITLE.
           PERFORM PRINT-ONE-RANKING.

           MOVE 'D' TO WS-RANK-BY.
           PERFORM ORDER-RANK-TABLE.
           MOVE "RANKED BY AVERAGE DISCOUNT GIVEN - DEEPEST FIRST"
               TO WS-RT-TITLE.
           PERFORM PRINT-ONE-RANKING.

           MOVE SPACES TO RANKING-PRINT-RECORD.
           WRITE RANKING-PRINT-RECORD.
           MOVE "REPS PAID:" TO WS-RCL-LABEL.
           MOVE WS-PAY-COUNT TO WS-RCL-COUNT.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-COUNT-LINE.
           MOVE "COMPANY NET SALES (USD):" TO WS-RTL-LABEL.
           MOVE WS-CO-NET TO WS-RTL-AMOUNT.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-TOTAL-LINE.
           MOVE "COMMISSION PAYABLE:" TO WS-RTL-LABEL.
           MOVE WS-CO-PAYABLE TO WS-RTL-AMOUNT.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-TOTAL-LINE.
           MOVE "LINES NOT COMMISSIONED:" TO WS-RCL-LABEL.
           MOVE WS-UNPAID-COUNT TO WS-RCL-COUNT.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-COUNT-LINE.
           MOVE "NET SALES NOT COMMISSIONED:" TO WS-RTL-LABEL.
           MOVE WS-UNPAID-NET TO WS-RTL-AMOUNT.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-TOTAL-LINE.
           CLOSE RANKING-PRINT-FILE.

       BUILD-RANK-TABLE.
           MOVE 0 TO WS-RANK-COUNT.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-REP-COUNT
               IF WS-RP-LINE-COUNT(WS-RP-IDX) > 0
                   ADD 1 TO WS-RANK-COUNT
                   SET WS-RK-SUB(WS-RANK-COUNT) TO WS-RP-IDX
                   MOVE WS-RP-NET(WS-RP-IDX)
                       TO WS-RK-NET(WS-RANK-COUNT)
                   IF WS-RP-BASE(WS-RP-IDX) > ZERO
                           AND WS-RP-DISCOUNT(WS-RP-IDX) > ZERO
                       COMPUTE WS-RK-AVG-DISC(WS-RANK-COUNT)
                           ROUNDED =
                           WS-RP-DISCOUNT(WS-RP-IDX) * 100
                               / WS-RP-BASE(WS-RP-IDX)
                   ELSE
                       MOVE 0 TO WS-RK-AVG-DISC(WS-RANK-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       ORDER-RANK-TABLE.
      *    Exchange sort in place, descending on the chosen key.
      *    Equal keys keep their salesperson-code order.
           IF WS-RANK-COUNT > 1
               COMPUTE WS-RANK-LIMIT = WS-RANK-COUNT - 1
               PERFORM VARYING WS-RANK-I FROM 1 BY 1
                       UNTIL WS-RANK-I > WS-RANK-LIMIT
                   PERFORM VARYING WS-RANK-J FROM 1 BY 1
                           UNTIL WS-RANK-J > WS-RANK-COUNT - WS-RANK-I
                       PERFORM TEST-RANK-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       TEST-RANK-PAIR.
           COMPUTE WS-RANK-NEXT = WS-RANK-J + 1.
           MOVE 'N' TO WS-RANK-SWAP.
           IF RANK-BY-NET
               IF WS-RK-NET(WS-RANK-NEXT) > WS-RK-NET(WS-RANK-J)
                   MOVE 'Y' TO WS-RANK-SWAP
               END-IF
           ELSE
               IF WS-RK-AVG-DISC(WS-RANK-NEXT)
                       > WS-RK-AVG-DISC(WS-RANK-J)
                   MOVE 'Y' TO WS-RANK-SWAP
               END-IF
           END-IF.
           IF WS-RANK-SWAP = 'Y'
               MOVE WS-RANK-ENTRY(WS-RANK-J) TO WS-RANK-HOLD
               MOVE WS-RANK-ENTRY(WS-RANK-NEXT)
                   TO WS-RANK-ENTRY(WS-RANK-J)
               MOVE WS-RANK-HOLD TO WS-RANK-ENTRY(WS-RANK-NEXT)
           END-IF.

       PRINT-ONE-RANKING.
           MOVE SPACES TO RANKING-PRINT-RECORD.
           WRITE RANKING-PRINT-RECORD.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-TITLE-LINE.
           WRITE RANKING-PRINT-RECORD FROM WS-RANK-COL-HEADER.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I > WS-RANK-COUNT
               MOVE WS-RK-SUB(WS-RANK-I) TO WS-CURRENT-SUB
               MOVE WS-RANK-I TO WS-RD-RANK
               MOVE WS-RP-CODE(WS-CURRENT-SUB) TO WS-RD-CODE
               MOVE WS-RP-NAME(WS-CURRENT-SUB) TO WS-RD-NAME
               MOVE WS-RP-BRANCH(WS-CURRENT-SUB) TO WS-RD-BRANCH
               MOVE WS-RK-NET(WS-RANK-I) TO WS-RD-NET
               MOVE WS-RK-AVG-DISC(WS-RANK-I) TO WS-RD-AVG-DISC
               MOVE WS-RP-PAYABLE(WS-CURRENT-SUB) TO WS-RD-PAYABLE
               WRITE RANKING-PRINT-RECORD FROM WS-RANK-DETAIL
           END-PERFORM.
