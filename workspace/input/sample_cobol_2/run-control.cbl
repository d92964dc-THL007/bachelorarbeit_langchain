       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CONTROL.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Opens the night's CUSTBAT submission on the CUSTRCTL run-
      * control file. The duplicate check in CUSTOMER-MAIN only
      * sees one run, and a feed that already posted still
      * balances perfectly, so a resubmitted job used to post the
      * whole day a second time. This step runs first, reads the
      * batch date and source system off the CUSTTRAN feed header,
      * and looks up what the file already holds for that batch:
      *
      *    - nothing: the feed is new. An opened row is written
      *      and the stream runs. Return code 0.
      *    - every stream step ended with a return code under 16:
      *      the batch has posted. The submission is refused with
      *      return code 16 and every later step is bypassed -
      *      unless PARM='RERUN' authorizes posting it again (after
      *      JOURNAL-BACKOUT has reversed it, or with a replaced
      *      feed for a night that failed), in which case a rerun
      *      row is written and every step runs from the top.
      *    - anything less: the night failed part way. A restart
      *      row is written and the stream runs; RUN-STEP-CONTROL
      *      skips each posting step that already completed, so
      *      the job resumes at the step that failed.
      *
      * With no feed on CUSTTRAN, or no header on it, the batch is
      * the one SUSPENSE-RESUBMIT will build - the run date and
      * source SUSPRSUB - so the key always matches the header the
      * posting step sees on the merged feed.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "CUSTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-TRANS-FILE.
       COPY 'batch-control.cpy'.

       FD  RUN-CONTROL-FILE.
       COPY 'run-control.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS       PIC XX VALUE '00'.
       01 WS-CONTROL-STATUS     PIC XX VALUE '00'.

       01 WS-TRANS-EOF          PIC X VALUE 'N'.
           88 TRANS-EOF                VALUE 'Y'.
       01 WS-CONTROL-EOF        PIC X VALUE 'N'.
           88 CONTROL-EOF              VALUE 'Y'.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.

      * The batch this submission carries.
       01 WS-BATCH-DATE         PIC 9(8) VALUE 0.
       01 WS-SOURCE-SYSTEM      PIC X(8) VALUE SPACES.
       01 WS-HEADER-SEEN        PIC X VALUE 'N'.

      * What the run-control file already holds for it.
       01 WS-BATCH-SEEN         PIC X VALUE 'N'.
           88 BATCH-SEEN               VALUE 'Y'.
       01 WS-DONE-COUNT         PIC 9(2) VALUE 0.
       01 WS-RERUN-AUTHORIZED   PIC X VALUE 'N'.
           88 RERUN-AUTHORIZED         VALUE 'Y'.
       01 WS-NEW-ROW-TYPE       PIC X(1) VALUE SPACE.
       01 WS-NEW-NOTE           PIC X(30) VALUE SPACES.

      * The CUSTBAT steps, in stream order, that record on the
      * run-control file - a batch has posted when every one of
      * them has ended under 16. Must track CUSTBAT.
       01 WS-STREAM-COUNT       PIC 9(2) VALUE 10.
       01 WS-STREAM-NAMES.
           05 FILLER            PIC X(18) VALUE "TABLE-AUDIT".
           05 FILLER            PIC X(18) VALUE "INVENTORY-RECEIVE".
           05 FILLER            PIC X(18) VALUE "CRM-MASTER-UPDATE".
           05 FILLER            PIC X(18) VALUE "SUSPENSE-RESUBMIT".
           05 FILLER            PIC X(18) VALUE "CUSTOMER-MAIN".
           05 FILLER            PIC X(18) VALUE "YTD-RECON".
           05 FILLER            PIC X(18) VALUE "CASH-APPLY".
           05 FILLER            PIC X(18) VALUE "CREDIT-REVIEW".
           05 FILLER            PIC X(18) VALUE "ARGL-ACK-RECON".
           05 FILLER            PIC X(18) VALUE "INVENTORY-REPORT".
       01 WS-STREAM-TABLE REDEFINES WS-STREAM-NAMES.
           05 WS-STREAM-NAME    PIC X(18) OCCURS 10 TIMES
                                INDEXED BY WS-ST-IDX.
       01 WS-STREAM-DONE-FLAGS.
           05 WS-STREAM-DONE    PIC X(1) OCCURS 10 TIMES.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT       PIC X(5).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "CUSTBAT Run Control".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           IF WS-PARM-LEN >= 5
                   AND WS-PARM-TEXT = "RERUN"
               MOVE 'Y' TO WS-RERUN-AUTHORIZED
           END-IF.

           PERFORM READ-FEED-HEADER.
           PERFORM SCAN-RUN-CONTROL-FILE.
           PERFORM DECIDE-SUBMISSION.
           PERFORM WRITE-SUBMISSION-ROW.

           STOP RUN.

       READ-FEED-HEADER.
      *    The first 'H' record on the feed names the batch.
           OPEN INPUT CUSTOMER-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL TRANS-EOF
                   READ CUSTOMER-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           IF BH-RECORD-TYPE = 'H'
                               MOVE 'Y' TO WS-HEADER-SEEN
                               MOVE BH-BATCH-DATE TO WS-BATCH-DATE
                               MOVE BH-SOURCE-SYSTEM
                                   TO WS-SOURCE-SYSTEM
                               MOVE 'Y' TO WS-TRANS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-TRANS-FILE
           END-IF.

           IF WS-HEADER-SEEN NOT = 'Y'
               MOVE WS-RUN-DATE TO WS-BATCH-DATE
               MOVE "SUSPRSUB" TO WS-SOURCE-SYSTEM
               DISPLAY "*** No header on CUSTTRAN - batch taken "
                   "as the suspense-only feed ***"
           END-IF.

           DISPLAY "Batch date: " WS-BATCH-DATE
               "  Source: " WS-SOURCE-SYSTEM.

       SCAN-RUN-CONTROL-FILE.
      *    Create the run-control file on first use. Opening the
      *    batch or authorizing a rerun starts its steps over.
           MOVE SPACES TO WS-STREAM-DONE-FLAGS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN INPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM UNTIL CONTROL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF RC-BATCH-DATE = WS-BATCH-DATE
                           AND RC-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                           PERFORM TALLY-ONE-CONTROL-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

           MOVE 0 TO WS-DONE-COUNT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
               IF WS-STREAM-DONE(WS-ST-IDX) = 'Y'
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM.

       TALLY-ONE-CONTROL-ROW.
           MOVE 'Y' TO WS-BATCH-SEEN.
           IF RC-FEED-OPENED OR RC-FEED-RERUN
               MOVE SPACES TO WS-STREAM-DONE-FLAGS
           END-IF.
           IF RC-STEP-ENDED
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-STREAM-COUNT
                   IF WS-STREAM-NAME(WS-ST-IDX) = RC-PROGRAM-NAME
                       IF RC-RETURN-CODE < 16
                           MOVE 'Y' TO WS-STREAM-DONE(WS-ST-IDX)
                       ELSE
                           MOVE 'N' TO WS-STREAM-DONE(WS-ST-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       DECIDE-SUBMISSION.
           IF NOT BATCH-SEEN
               MOVE 'O' TO WS-NEW-ROW-TYPE
               MOVE "FEED OPENED" TO WS-NEW-NOTE
               DISPLAY "New batch - stream runs in full."
               MOVE 0 TO RETURN-CODE
           ELSE
               IF RERUN-AUTHORIZED
                   MOVE 'R' TO WS-NEW-ROW-TYPE
                   MOVE "RERUN AUTHORIZED BY PARM"
                       TO WS-NEW-NOTE
                   DISPLAY "*** Rerun authorized - every step "
                       "runs again for this batch ***"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   IF WS-DONE-COUNT = WS-STREAM-COUNT
                       MOVE 'X' TO WS-NEW-ROW-TYPE
                       MOVE "BATCH DATE ALREADY POSTED"
                           TO WS-NEW-NOTE
                       DISPLAY "*** Batch " WS-BATCH-DATE " "
                           WS-SOURCE-SYSTEM " has already posted"
                           " - submission refused ***"
                       DISPLAY "*** Resubmit with PARM='RERUN' "
                           "only to post it again ***"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE 'T' TO WS-NEW-ROW-TYPE
                       MOVE "RESTART AT FAILED STEP"
                           TO WS-NEW-NOTE
                       DISPLAY "Restart - " WS-DONE-COUNT " of "
                           WS-STREAM-COUNT " steps completed "
                           "for this batch:"
                       PERFORM LIST-COMPLETED-STEPS
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LIST-COMPLETED-STEPS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
               IF WS-STREAM-DONE(WS-ST-IDX) = 'Y'
                   DISPLAY "   completed: " WS-STREAM-NAME(WS-ST-IDX)
               ELSE
                   DISPLAY "   to run:    " WS-STREAM-NAME(WS-ST-IDX)
               END-IF
           END-PERFORM.

       WRITE-SUBMISSION-ROW.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-BATCH-DATE TO RC-BATCH-DATE.
           MOVE WS-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
           MOVE WS-NEW-ROW-TYPE TO RC-ROW-TYPE.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-RUN-STAMP TO RC-RUN-STAMP.
           MOVE WS-NEW-NOTE TO RC-NOTE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
