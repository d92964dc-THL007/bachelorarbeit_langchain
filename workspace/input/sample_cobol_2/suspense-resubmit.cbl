      *
      * Modification History:
      * 2026-09-02  Initial version.
      * 2026-10-15  Merged feed record widened to 177 and the
      *             suspense table entry to 224 with the
      *             transaction record's salesperson code and
      *             tier rate.
      * 2026-10-15  Merged feed record widened to 183 and the
      *             suspense table entry to 230 with the
      *             transaction record's contract id.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL, and a
      *             restarted CUSTBAT night skips the step when it
      *             already completed for the batch instead of running
      *             it twice.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY 'suspense-record.cpy'.

       FD  MERGED-TRANS-FILE.
       01 MERGED-TRANS-RECORD      PIC X(183).

       FD  RESUBMIT-REPORT-FILE.
       01 RESUBMIT-REPORT-RECORD   PIC X(80).
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SU-IDX
                             PIC X(230).
       01 WS-WORK-SUB           PIC 9(3) VALUE 0.

       01 WS-SUSP-OVERFLOW      PIC X VALUE 'N'.
               VALUE "SUSPENSE STILL OPEN: ".
           05 WS-RT-KEPT        PIC ZZ9.

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Suspense Resubmission".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-OH-BATCH-DATE.


           DISPLAY "Feed records passed: " WS-FEED-COUNT.
           DISPLAY "Suspense resubmitted: " WS-RESUBMIT-COUNT.
           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    Under CUSTBAT's run control a restarted night skips this
      *    step when it already completed for the batch.
           MOVE "SUSPENSE-RESUBMIT" TO SC-PROGRAM-NAME.
           MOVE 'B' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       LOAD-SUSPENSE-FILE.
           MOVE 0 TO WS-SUSP-COUNT.
           OPEN INPUT SUSPENSE-FILE.
