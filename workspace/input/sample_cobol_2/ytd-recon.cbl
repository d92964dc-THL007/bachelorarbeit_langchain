      *             nets to zero is no longer reported - a
      *             customer merged away by CUSTOMER-MERGE leaves
      *             exactly that trail by design.
      * 2026-10-15  Type-'F' finance-charge lines (written by
      *             FINANCE-CHARGE) are skipped like payments - a
      *             late fee moves the open balance, not YTD
      *             purchases.
      * 2026-10-15  Type-'W' write-off and type-'V' recovery lines
      *             (written by BAD-DEBT-POST) are skipped for the
      *             same reason.
      * 2026-10-15  Type-'D' refund lines (written by REFUND-CLEAR)
      *             are skipped likewise.
      * 2026-10-15  Audit log record widened to 121 bytes with the
      *             salesperson code and tier rate.
      * 2026-10-15  Audit log record widened to 128 bytes with the
      *             contract id.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL for the
      *             CUSTBAT morning report. Not skipped on a restarted
      *             night - a report step reruns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(128).

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.
               VALUE "CUSTOMERS OUT OF BALANCE: ".
           05 WS-RT-DISCREPANT  PIC ZZ,ZZ9.

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "YTD Purchases Reconciliation".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYY TO WS-CURRENT-YEAR.

               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    A report step always runs under CUSTBAT's run control -
      *    it is only recorded - unless the submission was refused.
           MOVE "YTD-RECON" TO SC-PROGRAM-NAME.
           MOVE 'R' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       OPEN-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WS-RUN-MM TO WS-RH2-MM.
      *    A type-'P' line is an applied payment from CASH-APPLY -
      *    it moves CM-OPEN-BALANCE, never CM-YTD-PURCHASES, so it
      *    is skipped here rather than lumped in with the
      *    pre-layout records. A type-'F' finance charge from
      *    FINANCE-CHARGE is skipped for the same reason, and so
      *    are BAD-DEBT-POST's type-'W' write-offs and type-'V'
      *    recoveries and REFUND-CLEAR's type-'D' refunds.
           IF AU-CUSTOMER-ID IS NUMERIC
                   AND AU-BASE-AMOUNT IS NUMERIC
                   AND (AU-TRANS-TYPE = 'S' OR AU-TRANS-TYPE = 'R')
           ELSE
               IF AU-CUSTOMER-ID IS NUMERIC
                       AND AU-BASE-AMOUNT IS NUMERIC
                       AND (AU-TRANS-TYPE = 'P'
                           OR AU-TRANS-TYPE = 'F'
                           OR AU-TRANS-TYPE = 'W'
                           OR AU-TRANS-TYPE = 'V'
                           OR AU-TRANS-TYPE = 'D')
                   CONTINUE
               ELSE
                   ADD 1 TO WS-OLD-FORMAT-COUNT
