      * Copybook: Step Control Parameter Area
      * Passed on CALL 'RUN-STEP-CONTROL' by each CUSTBAT step, once
      * as it begins and once as it ends. On the begin call the
      * step names itself and says whether it posts ('B') or only
      * reports ('R'); RUN-STEP-CONTROL answers in SC-ACTION and
      * fills in the batch the night's submission opened:
      *    'R' - run the step (its started row is written)
      *    'S' - skip it: a posting step already completed for
      *          this batch, or the submission was refused. The
      *          step stops at once with return code 0.
      *    'N' - no run control in force (no CUSTRCTL file, as
      *          when the program runs outside CUSTBAT) - run as
      *          always; nothing is recorded
      * A report step is never skipped for having completed
      * before - it reprints against the files as they stand.
      * On the end call the step passes its return code; the
      * ended row is written only when the begin call answered
      * 'R'. The caller keeps this area in WORKING-STORAGE
      * between the two calls.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 STEP-CONTROL-AREA.
          05 SC-FUNCTION          PIC X(1).
             88 SC-BEGIN-POSTING         VALUE 'B'.
             88 SC-BEGIN-REPORT          VALUE 'R'.
             88 SC-END-STEP              VALUE 'E'.
          05 SC-PROGRAM-NAME      PIC X(18).
          05 SC-RETURN-CODE       PIC 9(2).
          05 SC-ACTION            PIC X(1).
             88 SC-RUN-STEP              VALUE 'R'.
             88 SC-SKIP-STEP             VALUE 'S'.
             88 SC-NO-CONTROL            VALUE 'N'.
          05 SC-BATCH-DATE        PIC 9(8).
          05 SC-SOURCE-SYSTEM     PIC X(8).
