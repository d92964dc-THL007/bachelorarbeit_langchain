       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-STEP-CONTROL.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Step-level run control for the CUSTBAT stream. Called by
      * each step as it begins and again as it ends, with the
      * parameter area in step-control.cpy. The batch the step
      * belongs to is the one named on the latest submission row
      * RUN-CONTROL wrote to CUSTRCTL at the top of the stream.
      *
      * On the begin call a posting step is told to skip when an
      * ended row with a return code under 16 already stands for
      * it against that batch since the batch was opened or last
      * authorized for a rerun - so a restarted night resumes at
      * the step that failed instead of applying the same cash or
      * reviewing the same credit twice. A report step always
      * runs. Every step is skipped when the submission was
      * refused. A step that runs gets a started row; a step that
      * skips gets a skipped row, so the morning report shows
      * what the night did and did not do.
      *
      * On the end call the ended row is written with the step's
      * return code. When CUSTRCTL is not there to read the
      * program answers 'N' and records nothing, so the steps run
      * outside CUSTBAT exactly as they always have.
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

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY 'run-control.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC XX VALUE '00'.
       01 WS-CONTROL-EOF        PIC X VALUE 'N'.
           88 CONTROL-EOF              VALUE 'Y'.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.

      * The night's submission, and whether this step has already
      * completed for its batch.
       01 WS-LAST-SUBMISSION    PIC X(1) VALUE SPACE.
           88 SUBMISSION-FOUND         VALUE 'O' 'T' 'R' 'X'.
           88 SUBMISSION-REFUSED       VALUE 'X'.
       01 WS-STEP-DONE          PIC X(1) VALUE 'N'.
           88 STEP-DONE                VALUE 'Y'.
       01 WS-NEW-ROW-TYPE       PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       COPY 'step-control.cpy'.

       PROCEDURE DIVISION USING STEP-CONTROL-AREA.
       STEP-CONTROL-MAIN.
           IF SC-END-STEP
               PERFORM RECORD-STEP-END
           ELSE
               PERFORM DECIDE-STEP-BEGIN
           END-IF.
           GOBACK.

       DECIDE-STEP-BEGIN.
           MOVE 'N' TO SC-ACTION.
           MOVE 0 TO SC-BATCH-DATE.
           MOVE SPACES TO SC-SOURCE-SYSTEM.
           MOVE SPACE TO WS-LAST-SUBMISSION.
           MOVE 'N' TO WS-STEP-DONE.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               PERFORM FIND-LAST-SUBMISSION
               CLOSE RUN-CONTROL-FILE
               IF SUBMISSION-FOUND
                   OPEN INPUT RUN-CONTROL-FILE
                   PERFORM FIND-STEP-COMPLETION
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

           IF SUBMISSION-FOUND
               IF SUBMISSION-REFUSED
                   MOVE 'S' TO SC-ACTION
                   DISPLAY "*** Run control: submission refused "
                       "for batch " SC-BATCH-DATE " "
                       SC-SOURCE-SYSTEM " - " SC-PROGRAM-NAME
                       " not run ***"
               ELSE
                   IF SC-BEGIN-POSTING AND STEP-DONE
                       MOVE 'S' TO SC-ACTION
                       MOVE 'K' TO WS-NEW-ROW-TYPE
                       PERFORM WRITE-STEP-ROW
                       DISPLAY "*** Run control: " SC-PROGRAM-NAME
                           " already completed for batch "
                           SC-BATCH-DATE " " SC-SOURCE-SYSTEM
                           " - step skipped ***"
                   ELSE
                       MOVE 'R' TO SC-ACTION
                       MOVE 'S' TO WS-NEW-ROW-TYPE
                       PERFORM WRITE-STEP-ROW
                   END-IF
               END-IF
           END-IF.

       FIND-LAST-SUBMISSION.
      *    The latest submission row names tonight's batch.
           MOVE 'N' TO WS-CONTROL-EOF.
           PERFORM UNTIL CONTROL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF RC-SUBMISSION-ROW
                           MOVE RC-ROW-TYPE TO WS-LAST-SUBMISSION
                           MOVE RC-BATCH-DATE TO SC-BATCH-DATE
                           MOVE RC-SOURCE-SYSTEM
                               TO SC-SOURCE-SYSTEM
                       END-IF
               END-READ
           END-PERFORM.

       FIND-STEP-COMPLETION.
      *    Only this batch's rows count, wherever they fall on the
      *    file - another night's batch can sit between a failed
      *    run and its restart. Opening the batch or authorizing a
      *    rerun starts its steps over.
           MOVE 'N' TO WS-CONTROL-EOF.
           PERFORM UNTIL CONTROL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF RC-BATCH-DATE = SC-BATCH-DATE
                           AND RC-SOURCE-SYSTEM = SC-SOURCE-SYSTEM
                           PERFORM TEST-ONE-CONTROL-ROW
                       END-IF
               END-READ
           END-PERFORM.

       TEST-ONE-CONTROL-ROW.
           IF RC-FEED-OPENED OR RC-FEED-RERUN
               MOVE 'N' TO WS-STEP-DONE
           END-IF.
           IF RC-STEP-ENDED
                   AND RC-PROGRAM-NAME = SC-PROGRAM-NAME
               IF RC-RETURN-CODE < 16
                   MOVE 'Y' TO WS-STEP-DONE
               ELSE
                   MOVE 'N' TO WS-STEP-DONE
               END-IF
           END-IF.

       RECORD-STEP-END.
      *    Only a step the begin call let run has an ended row.
           IF SC-RUN-STEP
               MOVE 'E' TO WS-NEW-ROW-TYPE
               PERFORM WRITE-STEP-ROW
           END-IF.

       WRITE-STEP-ROW.
      *    WS-NEW-ROW-TYPE is set by the caller.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE SC-BATCH-DATE TO RC-BATCH-DATE
               MOVE SC-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
               MOVE WS-NEW-ROW-TYPE TO RC-ROW-TYPE
               MOVE SC-PROGRAM-NAME TO RC-PROGRAM-NAME
               IF RC-STEP-ENDED
                   MOVE SC-RETURN-CODE TO RC-RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF
               MOVE WS-RUN-STAMP TO RC-RUN-STAMP
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "*** Run control: CUSTRCTL would not open "
                   "(status " WS-CONTROL-STATUS ") - "
                   SC-PROGRAM-NAME " not recorded ***"
           END-IF.
