       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CONTROL-REPORT.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Operations morning report of the nightly CUSTBAT runs, from
      * the CUSTRCTL run-control file. For each of the last few
      * nights it prints every submission of the stream - the batch
      * date and source system it carried, whether it opened a new
      * feed, restarted a failed one, was an authorized rerun, or
      * was refused - and under it each step with its start and
      * end times, return code and outcome: completed, failed
      * (return code 16 or more), skipped because it completed on
      * an earlier submission, or started with no end, which means
      * the step abended. The shift coming in sees at a glance
      * which nights need a restart and where it will pick up.
      *
      * A night is a batch: a restart or a rerun of the same batch
      * belongs to the night it restarts. PARM carries the number
      * of nights as three digits (e.g. '007'); with no PARM the
      * last seven nights print.
      *
      * Ends with return code 4 when the latest submission on the
      * file was refused or left a step failed or abended, 0
      * otherwise.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "CUSTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MORNING-REPORT-FILE ASSIGN TO "CUSTMORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY 'run-control.cpy'.

       FD  MORNING-REPORT-FILE.
       01 MORNING-REPORT-RECORD    PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC XX VALUE '00'.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.

       01 WS-CONTROL-EOF        PIC X VALUE 'N'.
           88 CONTROL-EOF              VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

      * Nights on the file, and the first one to print.
       01 WS-NIGHTS-WANTED      PIC 9(3) VALUE 7.
       01 WS-NIGHT-TOTAL        PIC 9(7) VALUE 0.
       01 WS-NIGHT-NUMBER       PIC 9(7) VALUE 0.
       01 WS-FIRST-NIGHT        PIC 9(7) VALUE 0.
       01 WS-PREV-BATCH-DATE    PIC 9(8) VALUE 0.
       01 WS-PREV-SOURCE        PIC X(8) VALUE SPACES.

      * The submission being gathered, and its steps.
       01 WS-BLOCK-OPEN         PIC X VALUE 'N'.
           88 BLOCK-OPEN               VALUE 'Y'.
       01 WS-BLOCK-TYPE         PIC X(1) VALUE SPACE.
       01 WS-STEP-COUNT         PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-SP-IDX.
               10 WS-SP-PROGRAM        PIC X(18).
               10 WS-SP-STATE          PIC X(1).
               10 WS-SP-START          PIC X(14).
               10 WS-SP-END            PIC X(14).
               10 WS-SP-RC             PIC 9(2).
       01 WS-STEP-SUB           PIC 9(2) VALUE 0.

      * Outcome of the submission just printed, and of the last.
       01 WS-BLOCK-COMPLETED    PIC 9(2) VALUE 0.
       01 WS-BLOCK-FAILED       PIC 9(2) VALUE 0.
       01 WS-BLOCK-ABENDED      PIC 9(2) VALUE 0.
       01 WS-BLOCK-SKIPPED      PIC 9(2) VALUE 0.
       01 WS-LAST-NEEDS-ACTION  PIC X VALUE 'N'.

      * Report totals.
       01 WS-SUBMISSION-COUNT   PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
       01 WS-PROBLEM-COUNT      PIC 9(5) VALUE 0.

      * A run stamp laid out for print.
       01 WS-STAMP-IN.
           05 WS-SI-YYYY        PIC X(4).
           05 WS-SI-MM          PIC X(2).
           05 WS-SI-DD          PIC X(2).
           05 WS-SI-HH          PIC X(2).
           05 WS-SI-MI          PIC X(2).
           05 WS-SI-SS          PIC X(2).
       01 WS-STAMP-OUT.
           05 WS-SO-YYYY        PIC X(4).
           05 FILLER            PIC X(1)  VALUE "-".
           05 WS-SO-MM          PIC X(2).
           05 FILLER            PIC X(1)  VALUE "-".
           05 WS-SO-DD          PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SO-HH          PIC X(2).
           05 FILLER            PIC X(1)  VALUE ":".
           05 WS-SO-MI          PIC X(2).
           05 FILLER            PIC X(1)  VALUE ":".
           05 WS-SO-SS          PIC X(2).

       01 WS-MORN-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(34)
               VALUE "CUSTBAT RUN-CONTROL MORNING REPORT".

       01 WS-MORN-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-MH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-MH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-MH2-YYYY       PIC 9(4).
           05 FILLER            PIC X(18)
               VALUE "   NIGHTS SHOWN: ".
           05 WS-MH2-NIGHTS     PIC ZZ9.

       01 WS-MORN-HEADER-3.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(19) VALUE "STEP PROGRAM".
           05 FILLER            PIC X(20) VALUE "STARTED".
           05 FILLER            PIC X(20) VALUE "ENDED".
           05 FILLER            PIC X(4)  VALUE "RC".
           05 FILLER            PIC X(7)  VALUE "OUTCOME".

       01 WS-SUBMISSION-LINE.
           05 FILLER            PIC X(6)  VALUE "BATCH ".
           05 WS-SL-BATCH-DATE  PIC 9(8).
           05 FILLER            PIC X(9)  VALUE "  SOURCE ".
           05 WS-SL-SOURCE      PIC X(8).
           05 FILLER            PIC X(12) VALUE "  SUBMITTED ".
           05 WS-SL-STAMP       PIC X(19).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SL-TYPE        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SL-NOTE        PIC X(30).

       01 WS-STEP-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-PL-PROGRAM     PIC X(18).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-PL-START       PIC X(19).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-PL-END         PIC X(19).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-PL-RC          PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-PL-OUTCOME     PIC X(24).

       01 WS-BLOCK-TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE "COMPLETED: ".
           05 WS-BT-COMPLETED   PIC Z9.
           05 FILLER            PIC X(10) VALUE "  FAILED: ".
           05 WS-BT-FAILED      PIC Z9.
           05 FILLER            PIC X(11) VALUE "  ABENDED: ".
           05 WS-BT-ABENDED     PIC Z9.
           05 FILLER            PIC X(11) VALUE "  SKIPPED: ".
           05 WS-BT-SKIPPED     PIC Z9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-BT-VERDICT     PIC X(30).

       01 WS-MORN-TOTALS-LINE.
           05 WS-MT-LABEL       PIC X(30).
           05 WS-MT-COUNT       PIC ZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT       PIC X(3).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "CUSTBAT Run-Control Report".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           IF WS-PARM-LEN >= 3
                   AND WS-PARM-TEXT IS NUMERIC
               MOVE WS-PARM-TEXT TO WS-NIGHTS-WANTED
           END-IF.
           IF WS-NIGHTS-WANTED = 0
               MOVE 7 TO WS-NIGHTS-WANTED
           END-IF.

           PERFORM OPEN-MORNING-REPORT.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               MOVE "NO RUN-CONTROL FILE - NO NIGHTS ON RECORD"
                   TO MORNING-REPORT-RECORD
               WRITE MORNING-REPORT-RECORD
               DISPLAY "*** CUSTRCTL not found - no nights "
                   "to report ***"
           ELSE
               PERFORM COUNT-NIGHTS
               CLOSE RUN-CONTROL-FILE
               OPEN INPUT RUN-CONTROL-FILE
               PERFORM LIST-NIGHTS
               CLOSE RUN-CONTROL-FILE
           END-IF.

           PERFORM REPORT-MORNING-TOTALS.
           CLOSE MORNING-REPORT-FILE.

           IF WS-LAST-NEEDS-ACTION = 'Y'
               DISPLAY "*** Latest CUSTBAT submission needs "
                   "attention - see CUSTMORN ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Submissions listed: " WS-SUBMISSION-COUNT.
           STOP RUN.

       OPEN-MORNING-REPORT.
           OPEN OUTPUT MORNING-REPORT-FILE.
           MOVE WS-RUN-MM TO WS-MH2-MM.
           MOVE WS-RUN-DD TO WS-MH2-DD.
           MOVE WS-RUN-YYYY TO WS-MH2-YYYY.
           MOVE WS-NIGHTS-WANTED TO WS-MH2-NIGHTS.
           WRITE MORNING-REPORT-RECORD FROM WS-MORN-HEADER-1.
           WRITE MORNING-REPORT-RECORD FROM WS-MORN-HEADER-2.
           MOVE SPACES TO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD FROM WS-MORN-HEADER-3.

       COUNT-NIGHTS.
      *    First pass - number the nights, so the second pass knows
      *    where the last few begin.
           MOVE 0 TO WS-NIGHT-NUMBER.
           MOVE 0 TO WS-PREV-BATCH-DATE.
           MOVE SPACES TO WS-PREV-SOURCE.
           MOVE 'N' TO WS-CONTROL-EOF.
           PERFORM UNTIL CONTROL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF RC-SUBMISSION-ROW
                           PERFORM TEST-NEW-NIGHT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-NIGHT-NUMBER TO WS-NIGHT-TOTAL.

           IF WS-NIGHT-TOTAL > WS-NIGHTS-WANTED
               COMPUTE WS-FIRST-NIGHT =
                   WS-NIGHT-TOTAL - WS-NIGHTS-WANTED + 1
           ELSE
               MOVE 1 TO WS-FIRST-NIGHT
           END-IF.

       TEST-NEW-NIGHT.
      *    A submission for a different batch than the one before
      *    it starts a new night.
           IF RC-BATCH-DATE NOT = WS-PREV-BATCH-DATE
                   OR RC-SOURCE-SYSTEM NOT = WS-PREV-SOURCE
               ADD 1 TO WS-NIGHT-NUMBER
               MOVE RC-BATCH-DATE TO WS-PREV-BATCH-DATE
               MOVE RC-SOURCE-SYSTEM TO WS-PREV-SOURCE
           END-IF.

       LIST-NIGHTS.
           MOVE 0 TO WS-NIGHT-NUMBER.
           MOVE 0 TO WS-PREV-BATCH-DATE.
           MOVE SPACES TO WS-PREV-SOURCE.
           MOVE 'N' TO WS-BLOCK-OPEN.
           MOVE 'N' TO WS-CONTROL-EOF.
           PERFORM UNTIL CONTROL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       PERFORM LIST-ONE-CONTROL-ROW
               END-READ
           END-PERFORM.
           IF BLOCK-OPEN
               PERFORM PRINT-SUBMISSION-STEPS
           END-IF.

       LIST-ONE-CONTROL-ROW.
      *    A submission row closes the one before it; step rows
      *    gather under the submission they follow.
           IF RC-SUBMISSION-ROW
               IF BLOCK-OPEN
                   PERFORM PRINT-SUBMISSION-STEPS
                   MOVE 'N' TO WS-BLOCK-OPEN
               END-IF
               PERFORM TEST-NEW-NIGHT
               IF WS-NIGHT-NUMBER >= WS-FIRST-NIGHT
                   PERFORM START-SUBMISSION
               END-IF
           ELSE
               IF BLOCK-OPEN
                   PERFORM GATHER-STEP-ROW
               END-IF
           END-IF.

       START-SUBMISSION.
           MOVE 'Y' TO WS-BLOCK-OPEN.
           MOVE RC-ROW-TYPE TO WS-BLOCK-TYPE.
           MOVE 0 TO WS-STEP-COUNT.
           ADD 1 TO WS-SUBMISSION-COUNT.

           MOVE SPACES TO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           MOVE RC-BATCH-DATE TO WS-SL-BATCH-DATE.
           MOVE RC-SOURCE-SYSTEM TO WS-SL-SOURCE.
           MOVE RC-RUN-STAMP TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE WS-STAMP-OUT TO WS-SL-STAMP.
           IF RC-FEED-OPENED
               MOVE "OPENED" TO WS-SL-TYPE
           END-IF.
           IF RC-FEED-RESTART
               MOVE "RESTART" TO WS-SL-TYPE
           END-IF.
           IF RC-FEED-RERUN
               MOVE "RERUN" TO WS-SL-TYPE
           END-IF.
           IF RC-FEED-REFUSED
               MOVE "REFUSED" TO WS-SL-TYPE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           MOVE RC-NOTE TO WS-SL-NOTE.
           WRITE MORNING-REPORT-RECORD FROM WS-SUBMISSION-LINE.

       GATHER-STEP-ROW.
           IF RC-STEP-ENDED
               PERFORM FIND-STARTED-STEP
           ELSE
               MOVE 0 TO WS-STEP-SUB
           END-IF.

           IF WS-STEP-SUB = 0
               IF WS-STEP-COUNT < 20
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-SUB
                   MOVE RC-PROGRAM-NAME
                       TO WS-SP-PROGRAM(WS-STEP-SUB)
                   MOVE SPACES TO WS-SP-START(WS-STEP-SUB)
                   MOVE SPACES TO WS-SP-END(WS-STEP-SUB)
                   MOVE 0 TO WS-SP-RC(WS-STEP-SUB)
               ELSE
                   DISPLAY "*** More than 20 step rows under one "
                       "submission - " RC-PROGRAM-NAME
                       " not listed ***"
               END-IF
           END-IF.

           IF WS-STEP-SUB > 0
               MOVE RC-ROW-TYPE TO WS-SP-STATE(WS-STEP-SUB)
               IF RC-STEP-ENDED
                   MOVE RC-RUN-STAMP TO WS-SP-END(WS-STEP-SUB)
                   MOVE RC-RETURN-CODE TO WS-SP-RC(WS-STEP-SUB)
               ELSE
                   MOVE RC-RUN-STAMP TO WS-SP-START(WS-STEP-SUB)
               END-IF
           END-IF.

       FIND-STARTED-STEP.
      *    The ended row pairs with this program's open started row.
           MOVE 0 TO WS-STEP-SUB.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-STEP-COUNT
               IF WS-SP-PROGRAM(WS-SP-IDX) = RC-PROGRAM-NAME
                       AND WS-SP-STATE(WS-SP-IDX) = 'S'
                   SET WS-STEP-SUB TO WS-SP-IDX
               END-IF
           END-PERFORM.

       PRINT-SUBMISSION-STEPS.
           MOVE 0 TO WS-BLOCK-COMPLETED.
           MOVE 0 TO WS-BLOCK-FAILED.
           MOVE 0 TO WS-BLOCK-ABENDED.
           MOVE 0 TO WS-BLOCK-SKIPPED.

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-STEP-COUNT
               PERFORM PRINT-ONE-STEP
           END-PERFORM.

           MOVE WS-BLOCK-COMPLETED TO WS-BT-COMPLETED.
           MOVE WS-BLOCK-FAILED TO WS-BT-FAILED.
           MOVE WS-BLOCK-ABENDED TO WS-BT-ABENDED.
           MOVE WS-BLOCK-SKIPPED TO WS-BT-SKIPPED.
           MOVE 'N' TO WS-LAST-NEEDS-ACTION.
           IF WS-BLOCK-TYPE = 'X'
               MOVE "SUBMISSION REFUSED" TO WS-BT-VERDICT
               MOVE 'Y' TO WS-LAST-NEEDS-ACTION
           ELSE
               IF WS-BLOCK-FAILED > 0 OR WS-BLOCK-ABENDED > 0
                   MOVE "RESTART NEEDED" TO WS-BT-VERDICT
                   MOVE 'Y' TO WS-LAST-NEEDS-ACTION
                   ADD 1 TO WS-PROBLEM-COUNT
               ELSE
                   MOVE "NO STEP FAILED" TO WS-BT-VERDICT
               END-IF
           END-IF.
           WRITE MORNING-REPORT-RECORD FROM WS-BLOCK-TOTAL-LINE.

       PRINT-ONE-STEP.
           MOVE WS-SP-PROGRAM(WS-SP-IDX) TO WS-PL-PROGRAM.
           MOVE SPACES TO WS-PL-START.
           MOVE SPACES TO WS-PL-END.
           MOVE SPACES TO WS-PL-RC.
           IF WS-SP-START(WS-SP-IDX) NOT = SPACES
               MOVE WS-SP-START(WS-SP-IDX) TO WS-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-OUT TO WS-PL-START
           END-IF.
           IF WS-SP-END(WS-SP-IDX) NOT = SPACES
               MOVE WS-SP-END(WS-SP-IDX) TO WS-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-OUT TO WS-PL-END
           END-IF.

           IF WS-SP-STATE(WS-SP-IDX) = 'K'
               MOVE "SKIPPED - DONE EARLIER" TO WS-PL-OUTCOME
               ADD 1 TO WS-BLOCK-SKIPPED
           END-IF.
           IF WS-SP-STATE(WS-SP-IDX) = 'S'
               MOVE "NO END - ABENDED" TO WS-PL-OUTCOME
               ADD 1 TO WS-BLOCK-ABENDED
           END-IF.
           IF WS-SP-STATE(WS-SP-IDX) = 'E'
               MOVE WS-SP-RC(WS-SP-IDX) TO WS-PL-RC
               IF WS-SP-RC(WS-SP-IDX) < 16
                   MOVE "COMPLETED" TO WS-PL-OUTCOME
                   ADD 1 TO WS-BLOCK-COMPLETED
               ELSE
                   MOVE "FAILED" TO WS-PL-OUTCOME
                   ADD 1 TO WS-BLOCK-FAILED
               END-IF
           END-IF.
           WRITE MORNING-REPORT-RECORD FROM WS-STEP-LINE.

       FORMAT-STAMP.
           MOVE WS-SI-YYYY TO WS-SO-YYYY.
           MOVE WS-SI-MM TO WS-SO-MM.
           MOVE WS-SI-DD TO WS-SO-DD.
           MOVE WS-SI-HH TO WS-SO-HH.
           MOVE WS-SI-MI TO WS-SO-MI.
           MOVE WS-SI-SS TO WS-SO-SS.

       REPORT-MORNING-TOTALS.
           MOVE SPACES TO MORNING-REPORT-RECORD.
           WRITE MORNING-REPORT-RECORD.
           MOVE "SUBMISSIONS LISTED: " TO WS-MT-LABEL.
           MOVE WS-SUBMISSION-COUNT TO WS-MT-COUNT.
           WRITE MORNING-REPORT-RECORD FROM WS-MORN-TOTALS-LINE.
           MOVE "SUBMISSIONS REFUSED: " TO WS-MT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-MT-COUNT.
           WRITE MORNING-REPORT-RECORD FROM WS-MORN-TOTALS-LINE.
           MOVE "SUBMISSIONS WITH FAILURES: " TO WS-MT-LABEL.
           MOVE WS-PROBLEM-COUNT TO WS-MT-COUNT.
           WRITE MORNING-REPORT-RECORD FROM WS-MORN-TOTALS-LINE.
