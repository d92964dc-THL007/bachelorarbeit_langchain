      *             exactly the error this step exists to catch,
      *             and it must come out as a report line, not a
      *             data exception and a dump.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL for the
      *             CUSTBAT morning report. Not skipped on a restarted
      *             night - a report step reruns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               VALUE "ERRORS FOUND: ".
           05 WS-AT-ERRORS      PIC ZZ9.

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Pricing Reference File Audit".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-HEADER-1.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
               DISPLAY "Reference files clean."
           END-IF.

           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    A report step always runs under CUSTBAT's run control -
      *    it is only recorded - unless the submission was refused.
           MOVE "TABLE-AUDIT" TO SC-PROGRAM-NAME.
           MOVE 'R' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       WRITE-AUDIT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-DETAIL-LINE.
