      * are picked up by SUSPENSE-RESUBMIT and folded into the
      * next CUSTTRAN feed with the control records rebuilt.
      *
      * A record rejected as dated into a month PERIOD-CLOSE has
      * closed, or rejected for any reason in a month that has
      * since closed, can only be marked corrected under an active
      * SUPVAUTH supervisor code, which is logged with it. The
      * resubmitted record posts under the night's batch date, so
      * the adjustment lands in the current month.
      *
      * Modification History:
      * 2026-09-02  Initial version.
      * 2026-09-02  Correction screen now shows and accepts the
      *             original-sale reference, so an unmatched
      *             return - whose only broken field is the
      *             reference - can actually be fixed here.
      * 2026-10-15  Suspense table entry widened to 224 with the
      *             suspense record's longer transaction image.
      * 2026-10-15  Suspense table entry widened to 230 with the
      *             suspense record's longer transaction image.
      * 2026-10-15  A record rejected as dated into a closed
      *             accounting month is corrected only under an
      *             active SUPVAUTH supervisor code, logged on
      *             SUSPLOG with the action.
      * 2026-10-15  A record rejected in a month since closed on
      *             CUSTPCLS also needs the SUPVAUTH code, whatever
      *             its reason; an authorized correction is marked 'P'
      *             in CUSTOMER-OVERRIDE-VALID-FLAG for the posting
      *             run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SUPERVISOR-AUTH-FILE ASSIGN TO "SUPVAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CUSTPCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  CORRECTION-LOG-FILE.
       01 CORRECTION-LOG-RECORD    PIC X(80).

       FD  SUPERVISOR-AUTH-FILE.
       COPY 'supv-auth.cpy'.

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-close.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-SUSPENSE-STATUS    PIC XX VALUE '00'.
       01 WS-LOG-STATUS         PIC XX VALUE '00'.
       01 WS-AUTH-STATUS        PIC XX VALUE '00'.

       01 WS-SUSPENSE-EOF       PIC X VALUE 'N'.
           88 SUSPENSE-EOF             VALUE 'Y'.
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 AUTH-EOF                 VALUE 'Y'.

      * Latest accounting month PERIOD-CLOSE has closed - a record
      * rejected in or before it needs a supervisor to go back in.
      * Zero when none has closed.
       01 WS-PCLOSE-STATUS      PIC XX VALUE '00'.
       01 WS-PCLOSE-EOF         PIC X VALUE 'N'.
           88 PCLOSE-EOF               VALUE 'Y'.
       01 WS-CLOSED-THRU        PIC 9(6) VALUE 0.
       01 WS-REJECT-PERIOD      PIC 9(6) VALUE 0.

      * The transaction inside the suspense record, unfolded into
      * its named fields for display and correction.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SU-IDX
                             PIC X(230).

       01 WS-WORK-SUB           PIC 9(3) VALUE 0.
       01 WS-ACTION-CODE        PIC X VALUE SPACE.
       01 WS-ANSWER             PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-ANSWER      PIC X(12) VALUE SPACES.

      * Supervisor authorizations - the same SUPVAUTH rows that
      * approve discount overrides and write-offs approve an
      * adjustment for a closed month. A missing file fails
      * closed: no such record can be corrected.
       01 WS-AUTH-OK            PIC X VALUE 'N'.
       01 WS-AUTH-ANSWER        PIC X(6) VALUE SPACES.
       01 WS-AUTH-COUNT         PIC 9(2) VALUE 0.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-AUTH-IDX.
               10 WS-AUTH-CODE         PIC X(6).
               10 WS-AUTH-START        PIC 9(8).
               10 WS-AUTH-END          PIC 9(8).

       01 WS-CORRECTED-COUNT    PIC 9(3) VALUE 0.
       01 WS-ABANDONED-COUNT    PIC 9(3) VALUE 0.

           05 WS-LG-ACTION      PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LG-REASON      PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LG-AUTH-CODE   PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SUSPENSE-FILE.
           PERFORM LOAD-AUTH-TABLE.
           PERFORM LOAD-CLOSED-PERIOD.
           PERFORM OPEN-CORRECTION-LOG.

           IF WS-SUSP-COUNT = 0
               CLOSE SUSPENSE-FILE
           END-IF.

       LOAD-AUTH-TABLE.
      *    No built-in fallback - a missing SUPVAUTH file means no
      *    closed-month adjustment can be authorized.
           OPEN INPUT SUPERVISOR-AUTH-FILE.

           IF WS-AUTH-STATUS = "35"
               DISPLAY "*** SUPVAUTH not found - closed-period "
                   "records cannot be corrected this session ***"
           ELSE
               PERFORM UNTIL AUTH-EOF
                   READ SUPERVISOR-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF WS-AUTH-COUNT < 20
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE SV-AUTH-CODE
                                   TO WS-AUTH-CODE(WS-AUTH-COUNT)
                               MOVE SV-START-DATE
                                   TO WS-AUTH-START(WS-AUTH-COUNT)
                               MOVE SV-END-DATE
                                   TO WS-AUTH-END(WS-AUTH-COUNT)
                           ELSE
                               DISPLAY "*** SUPVAUTH has more than "
                                   "20 rows - extra rows ignored ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPERVISOR-AUTH-FILE
           END-IF.

       LOAD-CLOSED-PERIOD.
      *    Months close in order, so the latest row on CUSTPCLS
      *    locks every month up to it. No file means no month has
      *    been closed yet.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCLOSE-STATUS = "00"
               PERFORM UNTIL PCLOSE-EOF
                   READ PERIOD-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-PCLOSE-EOF
                       NOT AT END
                           IF PC-PERIOD IS NUMERIC
                                   AND PC-PERIOD > WS-CLOSED-THRU
                               MOVE PC-PERIOD TO WS-CLOSED-THRU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CLOSE-FILE
           END-IF.

       OPEN-CORRECTION-LOG.
      *    The correction log accumulates session after session -
      *    open for append, creating it on first use.

       WORK-ONE-RECORD.
           MOVE SU-TRANS-DATA TO CUSTOMER-RECORD.
           MOVE SPACES TO WS-AUTH-ANSWER.

           DISPLAY " ".
           DISPLAY "----------------------------------------".
           ACCEPT WS-ACTION-CODE.

           IF ACTION-CORRECT
               PERFORM CHECK-CLOSED-PERIOD-AUTH
               IF WS-AUTH-OK = 'Y'
                   PERFORM CORRECT-ONE-RECORD
               END-IF
           ELSE
               IF ACTION-ABANDON
                   PERFORM ABANDON-ONE-RECORD
               END-IF
           END-IF.

       CHECK-CLOSED-PERIOD-AUTH.
      *    A record rejected as dated into a closed month, or
      *    rejected for any reason in a month that has closed
      *    since, needs a supervisor - the code must be on file
      *    and inside its active dates. Refused, the record stays
      *    open.
           MOVE 'Y' TO WS-AUTH-OK.
           MOVE 0 TO WS-REJECT-PERIOD.
           IF SU-REJECT-DATE IS NUMERIC
               COMPUTE WS-REJECT-PERIOD = SU-REJECT-DATE / 100
           END-IF.
           IF SU-REJECT-REASON = "DATED INTO CLOSED PERIOD"
                   OR (WS-CLOSED-THRU > ZERO
                       AND WS-REJECT-PERIOD NOT > WS-CLOSED-THRU)
               MOVE 'N' TO WS-AUTH-OK
               DISPLAY "Closed-period adjustment - it will post "
                   "into the current month."
               DISPLAY "Authorizing supervisor code: "
                   WITH NO ADVANCING
               ACCEPT WS-AUTH-ANSWER
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WS-AUTH-CODE(WS-AUTH-IDX) = WS-AUTH-ANSWER
                           AND WS-AUTH-ANSWER NOT = SPACES
                           AND WS-RUN-DATE
                               >= WS-AUTH-START(WS-AUTH-IDX)
                           AND WS-RUN-DATE
                               <= WS-AUTH-END(WS-AUTH-IDX)
                       MOVE 'Y' TO WS-AUTH-OK
                       SET WS-AUTH-IDX TO WS-AUTH-COUNT
                   END-IF
               END-PERFORM
               IF WS-AUTH-OK NOT = 'Y'
                   DISPLAY "*** Supervisor not authorized - "
                       "record left open ***"
               END-IF
           END-IF.

       CORRECT-ONE-RECORD.
      *    Blank keeps the value on file - a one-field fix does
      *    not force re-keying the whole order.
               MOVE WS-ANSWER TO CUSTOMER-BRANCH-CODE
           END-IF.

      *    A supervisor-authorized correction is marked so the
      *    posting run lets a return against a closed month's sale
      *    through into the current month; a mark left on the
      *    image from an earlier pass does not carry over to a
      *    correction made without one.
           IF WS-AUTH-ANSWER NOT = SPACES
               MOVE 'P' TO CUSTOMER-OVERRIDE-VALID-FLAG
           ELSE
               IF CUSTOMER-OVERRIDE-VALID-FLAG = 'P'
                   MOVE SPACE TO CUSTOMER-OVERRIDE-VALID-FLAG
               END-IF
           END-IF.
           MOVE CUSTOMER-RECORD TO SU-TRANS-DATA.
           MOVE 'C' TO SU-STATUS.
           MOVE WS-RUN-DATE TO SU-FIX-DATE.
           MOVE WS-RUN-DATE TO WS-LG-DATE.
           MOVE CUSTOMER-ID TO WS-LG-CUST-ID.
           MOVE SU-REJECT-REASON TO WS-LG-REASON.
           MOVE WS-AUTH-ANSWER TO WS-LG-AUTH-CODE.
           WRITE CORRECTION-LOG-RECORD FROM WS-LOG-DETAIL.

       REWRITE-SUSPENSE-FILE.
