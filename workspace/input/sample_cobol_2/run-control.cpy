      * Copybook: Run-Control Record
      * One row per event in the life of a nightly CUSTBAT run,
      * appended to the CUSTRCTL run-control file and keyed by the
      * batch date and source system off the feed's header record.
      * RUN-CONTROL writes a submission row at the top of the
      * stream; each step then writes a started row as it begins
      * (or a skipped row when it already completed for the feed)
      * and an ended row with its return code through RUN-STEP-
      * CONTROL. A step whose started row has no ended row behind
      * it abended. The file is read front to back - the rows for
      * a batch always follow the submission row that opened it.
      *
      * Row types:
      *    'O' - feed opened: first submission of this batch
      *    'T' - restart of a batch that did not finish; steps
      *          already completed for it are skipped
      *    'R' - authorized rerun (PARM 'RERUN'); every step runs
      *          again from the top
      *    'X' - submission refused; RC-NOTE carries the reason
      *    'S' - step started
      *    'K' - step skipped, completed on an earlier submission
      *    'E' - step ended, RC-RETURN-CODE as the step set it
      *
      * RC-PROGRAM-NAME is blank on the submission rows.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 RUN-CONTROL-RECORD.
          05 RC-BATCH-DATE        PIC 9(8).
          05 RC-SOURCE-SYSTEM     PIC X(8).
          05 RC-ROW-TYPE          PIC X(1).
             88 RC-FEED-OPENED           VALUE 'O'.
             88 RC-FEED-RESTART          VALUE 'T'.
             88 RC-FEED-RERUN            VALUE 'R'.
             88 RC-FEED-REFUSED          VALUE 'X'.
             88 RC-SUBMISSION-ROW        VALUE 'O' 'T' 'R' 'X'.
             88 RC-STEP-STARTED          VALUE 'S'.
             88 RC-STEP-SKIPPED          VALUE 'K'.
             88 RC-STEP-ENDED            VALUE 'E'.
          05 RC-PROGRAM-NAME      PIC X(18).
          05 RC-RETURN-CODE       PIC 9(2).
          05 RC-RUN-STAMP         PIC X(14).
          05 RC-NOTE              PIC X(30).
          05 FILLER               PIC X(9).
