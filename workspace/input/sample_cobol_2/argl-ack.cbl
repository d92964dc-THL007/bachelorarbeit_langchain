      *
      * Modification History:
      * 2026-09-02  Initial version.
      * 2026-10-15  Type-'W' write-off records (BAD-DEBT-POST) net
      *             negative like returns - they take the amount
      *             off receivables.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL for the
      *             CUSTBAT morning report. Not skipped on a restarted
      *             night - a report step reruns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-REASON      PIC X(30).

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "AR/GL Acknowledgment Recon".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-RECON-REPORT.
           PERFORM READ-ACK-FILE.

           END-IF.

           CLOSE RECON-REPORT-FILE.
           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    A report step always runs under CUSTBAT's run control -
      *    it is only recorded - unless the submission was refused.
           MOVE "ARGL-ACK-RECON" TO SC-PROGRAM-NAME.
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
           WRITE RECON-REPORT-RECORD FROM WS-ACK-HEADER-1.
               IF AX-TRANS-DATE = WS-ACK-DATE
                   ADD 1 TO WS-EXT-COUNT
                   IF AX-TRANS-TYPE = 'R'
                           OR AX-TRANS-TYPE = 'W'
                       COMPUTE WS-SIGNED-FINAL = 0 - AX-BASE-FINAL
                   ELSE
                       MOVE AX-BASE-FINAL TO WS-SIGNED-FINAL
