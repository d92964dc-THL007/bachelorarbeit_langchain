      *             auto-released - with no limit set the
      *             over-limit rule cannot apply, so the hold is
      *             a human's and stays until a human lifts it.
      * 2026-10-15  Journal images widened to 206 bytes with the
      *             customer master's parent link.
      * 2026-10-15  Start and end now recorded on the CUSTRCTL
      *             run-control file through RUN-STEP-CONTROL, and a
      *             restarted CUSTBAT night skips the step when it
      *             already completed for the batch instead of running
      *             it twice.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Before/after image journal of every master rewrite.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JR-BEFORE          PIC X(206) VALUE SPACES.

       01 WS-GRACE-DAYS         PIC 9(3) VALUE 5.
       01 WS-DAYS-OVER          PIC S9(7) VALUE 0.
               VALUE "HOLDS RELEASED: ".
           05 WS-HT-RELEASED    PIC ZZ,ZZ9.

      * CUSTBAT run control - the begin and end of this step are
      * recorded on CUSTRCTL through RUN-STEP-CONTROL.
       COPY 'step-control.cpy'.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
           DISPLAY "Credit Hold Review".
           DISPLAY "==============================".

           PERFORM CHECK-RUN-CONTROL.
           IF SC-SKIP-STEP
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           IF WS-PARM-LEN >= 3

           DISPLAY "Holds set: " WS-HOLDS-SET-COUNT.
           DISPLAY "Holds released: " WS-RELEASED-COUNT.
           PERFORM RECORD-RUN-CONTROL.
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    Under CUSTBAT's run control a restarted night skips this
      *    step when it already completed for the batch.
           MOVE "CREDIT-REVIEW" TO SC-PROGRAM-NAME.
           MOVE 'B' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.

       RECORD-RUN-CONTROL.
      *    The CALL hands back the subprogram's return code, so the
      *    step's own is put back after it.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           MOVE 'E' TO SC-FUNCTION.
           CALL 'RUN-STEP-CONTROL' USING STEP-CONTROL-AREA.
           MOVE SC-RETURN-CODE TO RETURN-CODE.

       LOAD-OVER-LIMIT-STATE.
      *    A missing state file just means no customer was over
      *    the limit on any earlier night.
