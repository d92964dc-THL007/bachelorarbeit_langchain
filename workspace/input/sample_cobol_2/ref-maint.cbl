       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-MAINT.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Reference table maintenance, maker-checker, for the pricing
      * and authorization files DISCOUNT-CALC loads - DISCTIER,
      * DISCPROM, SUPVAUTH and EXCHRATE. TABLE-AUDIT catches a
      * badly formed file the night it breaks, but the files were
      * edited by hand with a text editor and nothing said who
      * changed a breakpoint, added a promotion or raised a
      * supervisor's SV-MAX-RATE.
      *
      * Every change now takes two people:
      *   - the maker keys an add, change or delete of one row.
      *     It is edited the way TABLE-AUDIT proves the files - a
      *     tier rate no higher than 0.50 and no duplicate
      *     breakpoint, the 0.00 catch-all tier never deleted, an
      *     exchange rate inside 0.0001 - 10.0000, a promotion type
      *     of A, R or D, start dates no later than end dates, and
      *     no more rows than DISCOUNT-CALC's tables hold - and is
      *     parked on the REFPEND pending file. The reference file
      *     itself is not touched;
      *   - the checker approves or rejects it. The checker must be
      *     active on SUPVAUTH on the day, may not be the maker,
      *     and may not approve a change to their own SUPVAUTH row.
      *     Only an approved change is applied, and the reference
      *     file is rewritten at once in the order DISCOUNT-CALC
      *     expects (tier breakpoints descending).
      * A row is identified by its key - the tier breakpoint, the
      * promotion id, the authorization code, or the currency and
      * effective date of a rate; a change keeps the key, so moving
      * a breakpoint is a delete and an add. Only one change per
      * row may be pending at a time, and a change whose row no
      * longer matches the before image the maker saw cannot be
      * approved - the checker rejects it and the maker keys it
      * again against the row as it now stands.
      *
      * Every decided change - approved or rejected - is appended
      * to the REFCHGLG reference-change log with the before and
      * after rows, the maker, the checker and both dates; the
      * pending file keeps only the changes still waiting.
      * REF-CHANGE-REPORT lists the log by date range.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCOUNT-TIER-FILE ASSIGN TO "DISCTIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

           SELECT PROMOTION-FILE ASSIGN TO "DISCPROM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT SUPERVISOR-AUTH-FILE ASSIGN TO "SUPVAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "REFCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCOUNT-TIER-FILE.
       01 TIER-FILE-RECORD         PIC X(12).

       FD  PROMOTION-FILE.
       01 PROMO-FILE-RECORD        PIC X(35).

       FD  SUPERVISOR-AUTH-FILE.
       01 AUTH-FILE-RECORD         PIC X(55).

       FD  EXCHANGE-RATE-FILE.
       01 RATE-FILE-RECORD         PIC X(18).

       FD  PENDING-CHANGE-FILE.
       COPY 'ref-change.cpy'.

       FD  CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD        PIC X(164).

       WORKING-STORAGE SECTION.
       01 WS-TIER-STATUS        PIC XX VALUE '00'.
       01 WS-PROMO-STATUS       PIC XX VALUE '00'.
       01 WS-AUTH-STATUS        PIC XX VALUE '00'.
       01 WS-RATE-STATUS        PIC XX VALUE '00'.
       01 WS-PENDING-STATUS     PIC XX VALUE '00'.
       01 WS-LOG-STATUS         PIC XX VALUE '00'.

       01 WS-TABLE-EOF          PIC X VALUE 'N'.
           88 TABLE-EOF                VALUE 'Y'.
       01 WS-PENDING-EOF        PIC X VALUE 'N'.
           88 PENDING-EOF              VALUE 'Y'.
       01 WS-LOG-EOF            PIC X VALUE 'N'.
           88 LOG-EOF                  VALUE 'Y'.

      * One reference row at a time, unfolded into its named fields
      * for entry, editing and display.
       COPY 'discount-tiers.cpy'.
       COPY 'promo-record.cpy'.
       COPY 'supv-auth.cpy'.
       COPY 'exchange-rates.cpy'.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID        PIC X(6) VALUE SPACES.
       01 WS-CHECKER-OK         PIC X VALUE 'N'.

      * The reference file being worked, held in storage whole and
      * rewritten whole when a change is applied. The row limit is
      * the size of DISCOUNT-CALC's table for the file - a row past
      * it would be ignored at pricing time.
       01 WS-TABLE-ID           PIC X(8) VALUE SPACES.
           88 TABLE-DISCTIER           VALUE 'DISCTIER'.
           88 TABLE-DISCPROM           VALUE 'DISCPROM'.
           88 TABLE-SUPVAUTH           VALUE 'SUPVAUTH'.
           88 TABLE-EXCHRATE           VALUE 'EXCHRATE'.
       01 WS-TABLE-LOADED       PIC X VALUE 'N'.
       01 WS-REWRITE-OK         PIC X VALUE 'N'.
       01 WS-ROW-LIMIT          PIC 9(2) VALUE 0.
       01 WS-ROW-COUNT          PIC 9(2) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-IMAGE OCCURS 20 TIMES
                             PIC X(60).
       01 WS-ROW-SUB            PIC 9(2) VALUE 0.
       01 WS-SHIFT-SUB          PIC 9(2) VALUE 0.
       01 WS-FOUND-SUB          PIC 9(2) VALUE 0.
       01 WS-NEW-BREAKPOINT     PIC 9(7)V99 VALUE 0.

       01 WS-ROW-KEY            PIC X(20) VALUE SPACES.
       01 WS-WANT-KEY           PIC X(20) VALUE SPACES.
       01 WS-WORK-IMAGE         PIC X(60) VALUE SPACES.
       01 WS-KEY-IMAGE          PIC X(60) VALUE SPACES.
       01 WS-BEFORE-IMAGE       PIC X(60) VALUE SPACES.
       01 WS-AFTER-IMAGE        PIC X(60) VALUE SPACES.
       01 WS-IMAGE-TEXT         PIC X(60) VALUE SPACES.

      * The pending changes - only the ones still waiting for a
      * checker are kept on REFPEND - held in storage and written
      * back after every change keyed or decided, so a session
      * that ends abruptly loses nothing.
       01 WS-PEND-LOADED        PIC X VALUE 'N'.
       01 WS-PEND-COUNT         PIC 9(3) VALUE 0.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 200 TIMES
                             PIC X(164).
       01 WS-PEND-SUB           PIC 9(3) VALUE 0.
       01 WS-WRITE-SUB          PIC 9(3) VALUE 0.
       01 WS-LAST-CHANGE-NO     PIC 9(6) VALUE 0.

       01 WS-FUNCTION-CODE      PIC X VALUE SPACE.
           88 FUNCTION-KEY             VALUE 'K'.
           88 FUNCTION-APPROVE         VALUE 'A'.
           88 FUNCTION-LIST            VALUE 'L'.
           88 FUNCTION-EXIT            VALUE 'X'.
       01 WS-TABLE-CODE         PIC X VALUE SPACE.
       01 WS-ACTION-CODE        PIC X VALUE SPACE.
           88 ACTION-ADD               VALUE 'A'.
           88 ACTION-CHANGE            VALUE 'C'.
           88 ACTION-DELETE            VALUE 'D'.
       01 WS-DECISION-CODE      PIC X VALUE SPACE.
           88 DECISION-APPROVE         VALUE 'A'.
           88 DECISION-REJECT          VALUE 'R'.
           88 DECISION-SKIP            VALUE 'S'.
           88 DECISION-STOP            VALUE 'X'.
       01 WS-STOPPED            PIC X VALUE 'N'.
       01 WS-CHANGE-OK          PIC X VALUE 'N'.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-ANSWER             PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-ANSWER      PIC X(12) VALUE SPACES.
       01 WS-DATE-ANSWER        PIC X(8) VALUE SPACES.
       01 WS-DATE-VALUE         PIC 9(8) VALUE 0.
       01 WS-ACTION-WORD        PIC X(6) VALUE SPACES.

      * Sanity bounds - the same ones TABLE-AUDIT proves the files
      * against.
       01 WS-TIER-RATE-MAX      PIC 9V99 VALUE 0.50.
       01 WS-RATE-MIN           PIC 9(3)V9999 VALUE 0.0001.
       01 WS-RATE-MAX           PIC 9(3)V9999 VALUE 10.0000.
       01 WS-EARLIEST-DATE      PIC 9(8) VALUE 19000101.

       01 WS-KEYED-COUNT        PIC 9(3) VALUE 0.
       01 WS-APPROVED-COUNT     PIC 9(3) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(3) VALUE 0.

       01 WS-ED-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-RATE            PIC 9.99.
       01 WS-ED-XRATE           PIC ZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Reference Table Maintenance".
           DISPLAY "==============================".
           DISPLAY " ".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM GET-OPERATOR-ID.
           PERFORM FIND-LAST-CHANGE-NO.
           PERFORM LOAD-PENDING-FILE.

           IF WS-PEND-LOADED = 'Y'
               PERFORM OPEN-CHANGE-LOG
               PERFORM PROCESS-ONE-FUNCTION
                   UNTIL FUNCTION-EXIT
               CLOSE CHANGE-LOG-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "Changes keyed:    " WS-KEYED-COUNT.
           DISPLAY "Changes approved: " WS-APPROVED-COUNT.
           DISPLAY "Changes rejected: " WS-REJECTED-COUNT.
           STOP RUN.

       GET-OPERATOR-ID.
      *    The maker of every change keyed this session, and the
      *    checker of every change decided - as a checker the code
      *    must be an active SUPVAUTH authorization code.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "*** Operator ID is required ***"
               END-IF
           END-PERFORM.

       FIND-LAST-CHANGE-NO.
      *    Change numbers run on from the highest one ever logged;
      *    LOAD-PENDING-FILE carries it past any still pending.
           MOVE 0 TO WS-LAST-CHANGE-NO.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL LOG-EOF
                   READ CHANGE-LOG-FILE INTO REFERENCE-CHANGE-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           IF RC-CHANGE-NO > WS-LAST-CHANGE-NO
                               MOVE RC-CHANGE-NO
                                   TO WS-LAST-CHANGE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

       LOAD-PENDING-FILE.
           MOVE 0 TO WS-PEND-COUNT.
           MOVE 'Y' TO WS-PEND-LOADED.
           MOVE 'N' TO WS-PENDING-EOF.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDING-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE 'Y' TO WS-PENDING-EOF
                       NOT AT END
                           IF WS-PEND-COUNT < 200
                               ADD 1 TO WS-PEND-COUNT
                               MOVE REFERENCE-CHANGE-RECORD
                                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
                               IF RC-CHANGE-NO > WS-LAST-CHANGE-NO
                                   MOVE RC-CHANGE-NO
                                       TO WS-LAST-CHANGE-NO
                               END-IF
                           ELSE
                               DISPLAY "*** WS-PEND-TABLE has more "
                                   "than 200 records - extra "
                                   "records left on the file would "
                                   "be LOST on rewrite; approve or "
                                   "reject the backlog first ***"
                               MOVE 'Y' TO WS-PENDING-EOF
                               MOVE 'N' TO WS-PEND-LOADED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       OPEN-CHANGE-LOG.
      *    The change log accumulates session after session - open
      *    for append, creating it on first use.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
               CLOSE CHANGE-LOG-FILE
               OPEN EXTEND CHANGE-LOG-FILE
           END-IF.

       PROCESS-ONE-FUNCTION.
           DISPLAY "Function - (K)ey a change (A)pprove/reject "
               "(L)ist pending e(X)it: " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION-CODE.

           IF FUNCTION-KEY
               PERFORM KEY-ONE-CHANGE
               DISPLAY " "
           ELSE
               IF FUNCTION-APPROVE
                   PERFORM APPROVE-PENDING-CHANGES
                   DISPLAY " "
               ELSE
                   IF FUNCTION-LIST
                       PERFORM LIST-PENDING-CHANGES
                       DISPLAY " "
                   ELSE
                       IF NOT FUNCTION-EXIT
                           DISPLAY "*** Enter K, A, L or X ***"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Maker - key one change and park it for approval.
      *----------------------------------------------------------------
       KEY-ONE-CHANGE.
           MOVE 'Y' TO WS-CHANGE-OK.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.

           PERFORM GET-TABLE-ID.
           IF WS-CHANGE-OK = 'Y'
               PERFORM LOAD-REFERENCE-TABLE
               IF WS-TABLE-LOADED NOT = 'Y'
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           IF WS-CHANGE-OK = 'Y'
               DISPLAY "Action - (A)dd (C)hange (D)elete: "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION-CODE
               IF NOT ACTION-ADD AND NOT ACTION-CHANGE
                       AND NOT ACTION-DELETE
                   DISPLAY "*** Enter A, C or D ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           IF WS-CHANGE-OK = 'Y'
               PERFORM GET-ROW-KEY
           END-IF.
           IF WS-CHANGE-OK = 'Y'
               PERFORM CHECK-ROW-ON-FILE
           END-IF.
           IF WS-CHANGE-OK = 'Y'
               PERFORM CHECK-ALREADY-PENDING
           END-IF.
           IF WS-CHANGE-OK = 'Y' AND NOT ACTION-DELETE
               PERFORM ENTER-ROW-FIELDS
               PERFORM EDIT-ROW-FIELDS
           END-IF.
           IF WS-CHANGE-OK = 'Y'
               PERFORM CONFIRM-PENDING-CHANGE
           END-IF.

       GET-TABLE-ID.
           DISPLAY "Table - (T)iers (P)romotions (S)upervisor auth "
               "(E)xchange rates: " WITH NO ADVANCING.
           ACCEPT WS-TABLE-CODE.
           MOVE SPACES TO WS-TABLE-ID.
           IF WS-TABLE-CODE = 'T'
               MOVE "DISCTIER" TO WS-TABLE-ID
           END-IF.
           IF WS-TABLE-CODE = 'P'
               MOVE "DISCPROM" TO WS-TABLE-ID
           END-IF.
           IF WS-TABLE-CODE = 'S'
               MOVE "SUPVAUTH" TO WS-TABLE-ID
           END-IF.
           IF WS-TABLE-CODE = 'E'
               MOVE "EXCHRATE" TO WS-TABLE-ID
           END-IF.
           IF WS-TABLE-ID = SPACES
               DISPLAY "*** Enter T, P, S or E ***"
               MOVE 'N' TO WS-CHANGE-OK
           END-IF.

       GET-ROW-KEY.
      *    Prompt for the key fields of the row, with every other
      *    field cleared, and keep that image for an add.
           IF TABLE-DISCTIER
               MOVE 0 TO DT-BREAKPOINT
               MOVE 0 TO DT-RATE
               DISPLAY "Breakpoint (0.00 is the catch-all tier): "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ANSWER
               COMPUTE DT-BREAKPOINT =
                   FUNCTION NUMVAL(WS-AMOUNT-ANSWER)
           END-IF.

           IF TABLE-DISCPROM
               MOVE SPACES TO PROMOTION-RECORD
               MOVE 0 TO PM-START-DATE
               MOVE 0 TO PM-END-DATE
               MOVE 0 TO PM-RATE
               MOVE 0 TO PM-MIN-AMOUNT
               DISPLAY "Promotion ID: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE WS-ANSWER TO PM-PROMO-ID
               IF PM-PROMO-ID = SPACES
                   DISPLAY "*** Promotion ID is required ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           IF TABLE-SUPVAUTH
               MOVE SPACES TO SUPERVISOR-AUTH-RECORD
               MOVE 0 TO SV-MAX-RATE
               MOVE 0 TO SV-START-DATE
               MOVE 0 TO SV-END-DATE
               DISPLAY "Authorization Code: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE WS-ANSWER TO SV-AUTH-CODE
               IF SV-AUTH-CODE = SPACES
                   DISPLAY "*** Authorization code is required ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           IF TABLE-EXCHRATE
               MOVE SPACES TO EXCHANGE-RATE-RECORD
               MOVE 0 TO ER-RATE-TO-BASE
               MOVE 0 TO ER-EFFECTIVE-DATE
               DISPLAY "Currency Code: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE WS-ANSWER TO ER-CURRENCY-CODE
               DISPLAY "Effective Date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-DATE-ANSWER
               IF WS-DATE-ANSWER IS NUMERIC
                   MOVE WS-DATE-ANSWER TO ER-EFFECTIVE-DATE
               END-IF
               IF ER-CURRENCY-CODE = SPACES
                       OR ER-EFFECTIVE-DATE < WS-EARLIEST-DATE
                   DISPLAY "*** Currency code and an 8-digit "
                       "effective date (YYYYMMDD) are required ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           PERFORM BUILD-ROW-KEY.
           MOVE WS-ROW-KEY TO WS-WANT-KEY.
           PERFORM FOLD-ROW-IMAGE.
           MOVE WS-WORK-IMAGE TO WS-KEY-IMAGE.

       CHECK-ROW-ON-FILE.
           PERFORM FIND-ROW-BY-KEY.
           IF ACTION-ADD
               IF WS-FOUND-SUB > 0
                   DISPLAY "*** " WS-TABLE-ID " row already on "
                       "file - use Change ***"
                   MOVE 'N' TO WS-CHANGE-OK
               ELSE
                   IF WS-ROW-COUNT NOT < WS-ROW-LIMIT
                       DISPLAY "*** " WS-TABLE-ID " already holds "
                           WS-ROW-LIMIT " rows - all DISCOUNT-CALC "
                           "loads ***"
                       MOVE 'N' TO WS-CHANGE-OK
                   END-IF
               END-IF
           ELSE
               IF WS-FOUND-SUB = 0
                   DISPLAY "*** " WS-TABLE-ID " row not on file ***"
                   MOVE 'N' TO WS-CHANGE-OK
               ELSE
                   MOVE WS-ROW-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
                   MOVE WS-BEFORE-IMAGE TO WS-WORK-IMAGE
                   PERFORM FORMAT-ROW-IMAGE
                   DISPLAY "On file: " WS-IMAGE-TEXT
      *            Every ticket below the lowest breakpoint prices
      *            off the catch-all row - it can be re-rated but
      *            never removed.
                   IF ACTION-DELETE AND TABLE-DISCTIER
                           AND DT-BREAKPOINT = 0
                       DISPLAY "*** The 0.00 catch-all tier cannot "
                           "be deleted - change its rate ***"
                       MOVE 'N' TO WS-CHANGE-OK
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-PENDING.
      *    A second change to a row with one already waiting would
      *    be approved against a before image that is about to go
      *    stale - one at a time.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-PEND-SUB)
                   TO REFERENCE-CHANGE-RECORD
               IF RC-PENDING AND RC-TABLE-ID = WS-TABLE-ID
                   PERFORM GET-CHANGE-KEY
                   IF WS-ROW-KEY = WS-WANT-KEY
                       DISPLAY "*** Change " RC-CHANGE-NO
                           " to this row is already pending "
                           "approval ***"
                       MOVE 'N' TO WS-CHANGE-OK
                   END-IF
               END-IF
           END-PERFORM.

       ENTER-ROW-FIELDS.
      *    Blank keeps the value shown - for an add, the cleared
      *    value - the same convention CUSTOMER-MAINT uses. The
      *    key fields are not offered.
           IF ACTION-ADD
               MOVE WS-KEY-IMAGE TO WS-WORK-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO WS-WORK-IMAGE
           END-IF.
           PERFORM UNFOLD-ROW-IMAGE.
           DISPLAY "Enter new value, or press Enter to keep "
               "the current one.".

           IF TABLE-DISCTIER
               MOVE DT-RATE TO WS-ED-RATE
               DISPLAY "Discount Rate [" WS-ED-RATE "]: "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ANSWER
               IF WS-AMOUNT-ANSWER NOT = SPACES
                   COMPUTE DT-RATE =
                       FUNCTION NUMVAL(WS-AMOUNT-ANSWER)
               END-IF
           END-IF.

           IF TABLE-DISCPROM
               MOVE PM-START-DATE TO WS-DATE-VALUE
               DISPLAY "Start Date (YYYYMMDD) [" PM-START-DATE
                   "]: " WITH NO ADVANCING
               PERFORM ACCEPT-DATE-ANSWER
               MOVE WS-DATE-VALUE TO PM-START-DATE
               MOVE PM-END-DATE TO WS-DATE-VALUE
               DISPLAY "End Date (YYYYMMDD) [" PM-END-DATE
                   "]: " WITH NO ADVANCING
               PERFORM ACCEPT-DATE-ANSWER
               MOVE WS-DATE-VALUE TO PM-END-DATE
               DISPLAY "Promotion Type (A)dd (R)eplace (D)ouble ["
                   PM-PROMO-TYPE "]: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES
                   MOVE WS-ANSWER TO PM-PROMO-TYPE
               END-IF
               MOVE PM-RATE TO WS-ED-RATE
               DISPLAY "Promotion Rate [" WS-ED-RATE "]: "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ANSWER
               IF WS-AMOUNT-ANSWER NOT = SPACES
                   COMPUTE PM-RATE =
                       FUNCTION NUMVAL(WS-AMOUNT-ANSWER)
               END-IF
               MOVE PM-MIN-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "Minimum Amount (USD) [" WS-ED-AMOUNT "]: "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ANSWER
               IF WS-AMOUNT-ANSWER NOT = SPACES
                   COMPUTE PM-MIN-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-ANSWER)
               END-IF
           END-IF.

           IF TABLE-SUPVAUTH
               DISPLAY "Supervisor Name [" SV-SUPERVISOR-NAME "]: "
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES
                   MOVE WS-ANSWER TO SV-SUPERVISOR-NAME
               END-IF
               MOVE SV-MAX-RATE TO WS-ED-RATE
               DISPLAY "Maximum Override Rate [" WS-ED-RATE "]: "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ANSWER
               IF WS-AMOUNT-ANSWER NOT = SPACES
                   COMPUTE SV-MAX-RATE =
                       FUNCTION NUMVAL(WS-AMOUNT-ANSWER)
               END-IF
               MOVE SV-START-DATE TO WS-DATE-VALUE
               DISPLAY "Start Date (YYYYMMDD) [" SV-START-DATE
                   "]: " WITH NO ADVANCING
               PERFORM ACCEPT-DATE-ANSWER
               MOVE WS-DATE-VALUE TO SV-START-DATE
               MOVE SV-END-DATE TO WS-DATE-VALUE
               DISPLAY "End Date (YYYYMMDD) [" SV-END-DATE
                   "]: " WITH NO ADVANCING
               PERFORM ACCEPT-DATE-ANSWER
               MOVE WS-DATE-VALUE TO SV-END-DATE
           END-IF.

           IF TABLE-EXCHRATE
               MOVE ER-RATE-TO-BASE TO WS-ED-XRATE
               DISPLAY "Rate to Base (USD) [" WS-ED-XRATE "]: "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ANSWER
               IF WS-AMOUNT-ANSWER NOT = SPACES
                   COMPUTE ER-RATE-TO-BASE =
                       FUNCTION NUMVAL(WS-AMOUNT-ANSWER)
               END-IF
           END-IF.

       ACCEPT-DATE-ANSWER.
      *    Blank keeps the date in WS-DATE-VALUE.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER NOT = SPACES
               IF WS-DATE-ANSWER IS NUMERIC
                   MOVE WS-DATE-ANSWER TO WS-DATE-VALUE
               ELSE
                   DISPLAY "*** Dates are 8 digits (YYYYMMDD) - "
                       "value kept ***"
               END-IF
           END-IF.

       EDIT-ROW-FIELDS.
           IF TABLE-DISCTIER
               IF DT-RATE > WS-TIER-RATE-MAX
                   DISPLAY "*** Discount rate above sane maximum "
                       "(0.50) ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           IF TABLE-DISCPROM
               IF PM-PROMO-TYPE NOT = 'A' AND PM-PROMO-TYPE NOT = 'R'
                       AND PM-PROMO-TYPE NOT = 'D'
                   DISPLAY "*** Promotion type must be A, R or D ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
               IF PM-START-DATE < WS-EARLIEST-DATE
                       OR PM-END-DATE < PM-START-DATE
                   DISPLAY "*** Start and end dates are required, "
                       "start no later than end ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
               IF PM-RATE > WS-TIER-RATE-MAX
                   DISPLAY "*** Promotion rate above sane maximum "
                       "(0.50) ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           IF TABLE-SUPVAUTH
               IF SV-SUPERVISOR-NAME = SPACES
                   DISPLAY "*** Supervisor name is required ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
               IF SV-MAX-RATE > WS-TIER-RATE-MAX
                   DISPLAY "*** Maximum override rate above sane "
                       "maximum (0.50) ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
               IF SV-START-DATE < WS-EARLIEST-DATE
                       OR SV-END-DATE < SV-START-DATE
                   DISPLAY "*** Start and end dates are required, "
                       "start no later than end ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           IF TABLE-EXCHRATE
               IF ER-RATE-TO-BASE < WS-RATE-MIN
                       OR ER-RATE-TO-BASE > WS-RATE-MAX
                   DISPLAY "*** Rate outside sane bounds (0.0001 - "
                       "10.0000) ***"
                   MOVE 'N' TO WS-CHANGE-OK
               END-IF
           END-IF.

           PERFORM FOLD-ROW-IMAGE.
           MOVE WS-WORK-IMAGE TO WS-AFTER-IMAGE.
           IF ACTION-CHANGE AND WS-AFTER-IMAGE = WS-BEFORE-IMAGE
               DISPLAY "*** Nothing changed ***"
               MOVE 'N' TO WS-CHANGE-OK
           END-IF.

       CONFIRM-PENDING-CHANGE.
           MOVE WS-BEFORE-IMAGE TO WS-WORK-IMAGE.
           PERFORM FORMAT-ROW-IMAGE.
           DISPLAY "Before: " WS-IMAGE-TEXT.
           MOVE WS-AFTER-IMAGE TO WS-WORK-IMAGE.
           PERFORM FORMAT-ROW-IMAGE.
           DISPLAY "After:  " WS-IMAGE-TEXT.

           DISPLAY "Submit this change for approval? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM ADD-PENDING-CHANGE
           ELSE
               DISPLAY "Change discarded."
           END-IF.

       ADD-PENDING-CHANGE.
           IF WS-PEND-COUNT NOT < 200
               DISPLAY "*** REFPEND already holds 200 pending "
                   "changes - approve or reject some first ***"
           ELSE
               ADD 1 TO WS-LAST-CHANGE-NO
               MOVE SPACES TO REFERENCE-CHANGE-RECORD
               MOVE WS-LAST-CHANGE-NO TO RC-CHANGE-NO
               MOVE WS-TABLE-ID TO RC-TABLE-ID
               MOVE WS-ACTION-CODE TO RC-ACTION
               MOVE 'P' TO RC-STATUS
               MOVE WS-OPERATOR-ID TO RC-MAKER-ID
               MOVE WS-RUN-DATE TO RC-MAKER-DATE
               MOVE 0 TO RC-CHECKER-DATE
               MOVE WS-BEFORE-IMAGE TO RC-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO RC-AFTER-IMAGE
               ADD 1 TO WS-PEND-COUNT
               MOVE REFERENCE-CHANGE-RECORD
                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
               ADD 1 TO WS-KEYED-COUNT
               DISPLAY "Change " RC-CHANGE-NO
                   " is pending approval by another supervisor."
               PERFORM REWRITE-PENDING-FILE
           END-IF.

      *----------------------------------------------------------------
      * Checker - approve or reject the pending changes.
      *----------------------------------------------------------------
       APPROVE-PENDING-CHANGES.
           PERFORM CHECK-CHECKER-AUTHORITY.
           IF WS-CHECKER-OK NOT = 'Y'
               DISPLAY "*** " WS-OPERATOR-ID " is not an active "
                   "SUPVAUTH code - only an authorized supervisor "
                   "can approve ***"
           ELSE
               IF WS-PEND-COUNT = 0
                   DISPLAY "No changes are pending."
               ELSE
                   MOVE 'N' TO WS-STOPPED
                   PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                           UNTIL WS-PEND-SUB > WS-PEND-COUNT
                           OR WS-STOPPED = 'Y'
                       MOVE WS-PEND-ENTRY(WS-PEND-SUB)
                           TO REFERENCE-CHANGE-RECORD
                       IF RC-PENDING
                           PERFORM DECIDE-ONE-CHANGE
                       END-IF
                   END-PERFORM
      *            Drop the decided changes from storage - they are
      *            already gone from the file.
                   PERFORM LOAD-PENDING-FILE
               END-IF
           END-IF.

       CHECK-CHECKER-AUTHORITY.
      *    The code must be on SUPVAUTH and inside its active
      *    dates - the same test BAD-DEBT puts a write-off
      *    approver to.
           MOVE 'N' TO WS-CHECKER-OK.
           MOVE "SUPVAUTH" TO WS-TABLE-ID.
           PERFORM LOAD-REFERENCE-TABLE.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(WS-ROW-SUB)
                   TO SUPERVISOR-AUTH-RECORD
               IF SV-AUTH-CODE = WS-OPERATOR-ID
                       AND WS-RUN-DATE >= SV-START-DATE
                       AND WS-RUN-DATE <= SV-END-DATE
                   MOVE 'Y' TO WS-CHECKER-OK
               END-IF
           END-PERFORM.

       DECIDE-ONE-CHANGE.
           PERFORM SHOW-PENDING-CHANGE.
           PERFORM GET-CHANGE-KEY.

           IF RC-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "*** Keyed by " WS-OPERATOR-ID " - another "
                   "supervisor must approve it ***"
           ELSE
               IF RC-SUPVAUTH AND SV-AUTH-CODE = WS-OPERATOR-ID
                   DISPLAY "*** Change to your own SUPVAUTH row - "
                       "another supervisor must approve it ***"
               ELSE
                   DISPLAY "Decision - (A)pprove (R)eject (S)kip "
                       "e(X)it: " WITH NO ADVANCING
                   ACCEPT WS-DECISION-CODE
                   IF DECISION-APPROVE
                       PERFORM APPROVE-ONE-CHANGE
                   ELSE
                       IF DECISION-REJECT
                           PERFORM REJECT-ONE-CHANGE
                       ELSE
                           IF DECISION-STOP
                               MOVE 'Y' TO WS-STOPPED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPROVE-ONE-CHANGE.
      *    Prove the row is still what the maker saw, apply the
      *    change to the table in storage and rewrite the file.
           MOVE RC-TABLE-ID TO WS-TABLE-ID.
           PERFORM LOAD-REFERENCE-TABLE.
           MOVE WS-TABLE-LOADED TO WS-CHANGE-OK.

           IF WS-CHANGE-OK = 'Y'
               PERFORM GET-CHANGE-KEY
               MOVE WS-ROW-KEY TO WS-WANT-KEY
               PERFORM FIND-ROW-BY-KEY
               IF RC-ADD
                   IF WS-FOUND-SUB > 0
                       DISPLAY "*** A row with this key has been "
                           "added since - reject this change ***"
                       MOVE 'N' TO WS-CHANGE-OK
                   ELSE
                       IF WS-ROW-COUNT NOT < WS-ROW-LIMIT
                           DISPLAY "*** " WS-TABLE-ID
                               " already holds " WS-ROW-LIMIT
                               " rows - all DISCOUNT-CALC loads ***"
                           MOVE 'N' TO WS-CHANGE-OK
                       END-IF
                   END-IF
               ELSE
                   IF WS-FOUND-SUB = 0
                       DISPLAY "*** The row has changed since this "
                           "change was keyed - reject it ***"
                       MOVE 'N' TO WS-CHANGE-OK
                   ELSE
                       IF WS-ROW-IMAGE(WS-FOUND-SUB)
                               NOT = RC-BEFORE-IMAGE
                           DISPLAY "*** The row has changed since "
                               "this change was keyed - reject "
                               "it ***"
                           MOVE 'N' TO WS-CHANGE-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-CHANGE-OK = 'Y'
               PERFORM APPLY-CHANGE-TO-TABLE
               PERFORM REWRITE-REFERENCE-TABLE
               MOVE WS-REWRITE-OK TO WS-CHANGE-OK
           END-IF.

           IF WS-CHANGE-OK = 'Y'
               MOVE 'A' TO RC-STATUS
               MOVE WS-OPERATOR-ID TO RC-CHECKER-ID
               MOVE WS-RUN-DATE TO RC-CHECKER-DATE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Change " RC-CHANGE-NO " approved - "
                   WS-TABLE-ID " rewritten."
               PERFORM RECORD-DECISION
           ELSE
               DISPLAY "Change " RC-CHANGE-NO " left pending."
           END-IF.

       REJECT-ONE-CHANGE.
           MOVE 'R' TO RC-STATUS.
           MOVE WS-OPERATOR-ID TO RC-CHECKER-ID.
           MOVE WS-RUN-DATE TO RC-CHECKER-DATE.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "Change " RC-CHANGE-NO " rejected.".
           PERFORM RECORD-DECISION.

       RECORD-DECISION.
      *    Log the decided change and take it off the pending file.
           WRITE CHANGE-LOG-RECORD FROM REFERENCE-CHANGE-RECORD.
           MOVE REFERENCE-CHANGE-RECORD TO WS-PEND-ENTRY(WS-PEND-SUB).
           PERFORM REWRITE-PENDING-FILE.

       APPLY-CHANGE-TO-TABLE.
           IF RC-CHANGE
               MOVE RC-AFTER-IMAGE TO WS-ROW-IMAGE(WS-FOUND-SUB)
           END-IF.

           IF RC-DELETE
               PERFORM VARYING WS-ROW-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-ROW-SUB NOT < WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(WS-ROW-SUB + 1)
                       TO WS-ROW-IMAGE(WS-ROW-SUB)
               END-PERFORM
               MOVE SPACES TO WS-ROW-IMAGE(WS-ROW-COUNT)
               SUBTRACT 1 FROM WS-ROW-COUNT
           END-IF.

           IF RC-ADD
               PERFORM FIND-INSERT-POSITION
               PERFORM VARYING WS-SHIFT-SUB FROM WS-ROW-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-ROW-SUB
                   MOVE WS-ROW-IMAGE(WS-SHIFT-SUB)
                       TO WS-ROW-IMAGE(WS-SHIFT-SUB + 1)
               END-PERFORM
               MOVE RC-AFTER-IMAGE TO WS-ROW-IMAGE(WS-ROW-SUB)
               ADD 1 TO WS-ROW-COUNT
           END-IF.

       FIND-INSERT-POSITION.
      *    DISCOUNT-CALC takes the first tier whose breakpoint the
      *    ticket reaches, so a new tier goes in ahead of the first
      *    lower breakpoint; every other file takes it at the end.
           COMPUTE WS-ROW-SUB = WS-ROW-COUNT + 1.
           IF RC-DISCTIER
               MOVE RC-AFTER-IMAGE TO DISCOUNT-TIER-RECORD
               MOVE DT-BREAKPOINT TO WS-NEW-BREAKPOINT
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                       UNTIL WS-SHIFT-SUB > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(WS-SHIFT-SUB)
                       TO DISCOUNT-TIER-RECORD
                   IF DT-BREAKPOINT < WS-NEW-BREAKPOINT
                       MOVE WS-SHIFT-SUB TO WS-ROW-SUB
                       MOVE WS-ROW-COUNT TO WS-SHIFT-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * List the pending changes.
      *----------------------------------------------------------------
       LIST-PENDING-CHANGES.
           IF WS-PEND-COUNT = 0
               DISPLAY "No changes are pending."
           ELSE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   MOVE WS-PEND-ENTRY(WS-PEND-SUB)
                       TO REFERENCE-CHANGE-RECORD
                   PERFORM SHOW-PENDING-CHANGE
               END-PERFORM
               DISPLAY "----------------------------------------"
               DISPLAY "Changes pending: " WS-PEND-COUNT
           END-IF.

       SHOW-PENDING-CHANGE.
           MOVE RC-TABLE-ID TO WS-TABLE-ID.
           MOVE SPACES TO WS-ACTION-WORD.
           IF RC-ADD
               MOVE "ADD" TO WS-ACTION-WORD
           END-IF.
           IF RC-CHANGE
               MOVE "CHANGE" TO WS-ACTION-WORD
           END-IF.
           IF RC-DELETE
               MOVE "DELETE" TO WS-ACTION-WORD
           END-IF.

           DISPLAY "----------------------------------------".
           DISPLAY "Change " RC-CHANGE-NO "  " RC-TABLE-ID "  "
               WS-ACTION-WORD "  keyed by " RC-MAKER-ID
               " on " RC-MAKER-DATE.
           MOVE RC-BEFORE-IMAGE TO WS-WORK-IMAGE.
           PERFORM FORMAT-ROW-IMAGE.
           DISPLAY "  Before: " WS-IMAGE-TEXT.
           MOVE RC-AFTER-IMAGE TO WS-WORK-IMAGE.
           PERFORM FORMAT-ROW-IMAGE.
           DISPLAY "  After:  " WS-IMAGE-TEXT.

      *----------------------------------------------------------------
      * Row images and keys.
      *----------------------------------------------------------------
       GET-CHANGE-KEY.
      *    The key of the row a pending change touches - from the
      *    before image, or the after image of an add.
           MOVE RC-TABLE-ID TO WS-TABLE-ID.
           IF RC-BEFORE-IMAGE NOT = SPACES
               MOVE RC-BEFORE-IMAGE TO WS-WORK-IMAGE
           ELSE
               MOVE RC-AFTER-IMAGE TO WS-WORK-IMAGE
           END-IF.
           PERFORM UNFOLD-ROW-IMAGE.
           PERFORM BUILD-ROW-KEY.

       FIND-ROW-BY-KEY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
                   OR WS-FOUND-SUB > 0
               MOVE WS-ROW-IMAGE(WS-ROW-SUB) TO WS-WORK-IMAGE
               PERFORM UNFOLD-ROW-IMAGE
               PERFORM BUILD-ROW-KEY
               IF WS-ROW-KEY = WS-WANT-KEY
                   MOVE WS-ROW-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       BUILD-ROW-KEY.
           MOVE SPACES TO WS-ROW-KEY.
           IF TABLE-DISCTIER
               MOVE DISCOUNT-TIER-RECORD(1:9) TO WS-ROW-KEY
           END-IF.
           IF TABLE-DISCPROM
               MOVE PM-PROMO-ID TO WS-ROW-KEY
           END-IF.
           IF TABLE-SUPVAUTH
               MOVE SV-AUTH-CODE TO WS-ROW-KEY
           END-IF.
           IF TABLE-EXCHRATE
               STRING ER-CURRENCY-CODE DELIMITED BY SIZE
                   ER-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-ROW-KEY
               END-STRING
           END-IF.

       UNFOLD-ROW-IMAGE.
           IF TABLE-DISCTIER
               MOVE WS-WORK-IMAGE TO DISCOUNT-TIER-RECORD
           END-IF.
           IF TABLE-DISCPROM
               MOVE WS-WORK-IMAGE TO PROMOTION-RECORD
           END-IF.
           IF TABLE-SUPVAUTH
               MOVE WS-WORK-IMAGE TO SUPERVISOR-AUTH-RECORD
           END-IF.
           IF TABLE-EXCHRATE
               MOVE WS-WORK-IMAGE TO EXCHANGE-RATE-RECORD
           END-IF.

       FOLD-ROW-IMAGE.
           MOVE SPACES TO WS-WORK-IMAGE.
           IF TABLE-DISCTIER
               MOVE DISCOUNT-TIER-RECORD TO WS-WORK-IMAGE
           END-IF.
           IF TABLE-DISCPROM
               MOVE PROMOTION-RECORD TO WS-WORK-IMAGE
           END-IF.
           IF TABLE-SUPVAUTH
               MOVE SUPERVISOR-AUTH-RECORD TO WS-WORK-IMAGE
           END-IF.
           IF TABLE-EXCHRATE
               MOVE EXCHANGE-RATE-RECORD TO WS-WORK-IMAGE
           END-IF.

       FORMAT-ROW-IMAGE.
      *    One readable line for the row in WS-WORK-IMAGE.
           MOVE SPACES TO WS-IMAGE-TEXT.
           IF WS-WORK-IMAGE = SPACES
               MOVE "(NONE)" TO WS-IMAGE-TEXT
           ELSE
               PERFORM UNFOLD-ROW-IMAGE
               IF TABLE-DISCTIER
                   MOVE DT-BREAKPOINT TO WS-ED-AMOUNT
                   MOVE DT-RATE TO WS-ED-RATE
                   STRING "BREAKPOINT " WS-ED-AMOUNT
                       "  RATE " WS-ED-RATE
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
               IF TABLE-DISCPROM
                   MOVE PM-RATE TO WS-ED-RATE
                   MOVE PM-MIN-AMOUNT TO WS-ED-AMOUNT
                   STRING PM-PROMO-ID " " PM-START-DATE "-"
                       PM-END-DATE " TYPE " PM-PROMO-TYPE
                       " RATE " WS-ED-RATE " MIN " WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
               IF TABLE-SUPVAUTH
                   MOVE SV-MAX-RATE TO WS-ED-RATE
                   STRING SV-AUTH-CODE " " SV-SUPERVISOR-NAME(1:20)
                       " MAX " WS-ED-RATE " " SV-START-DATE "-"
                       SV-END-DATE
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
               IF TABLE-EXCHRATE
                   MOVE ER-RATE-TO-BASE TO WS-ED-XRATE
                   STRING ER-CURRENCY-CODE " " WS-ED-XRATE
                       " FROM " ER-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Reference files - load whole, rewrite whole.
      *----------------------------------------------------------------
       LOAD-REFERENCE-TABLE.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 'Y' TO WS-TABLE-LOADED.
           MOVE 'N' TO WS-TABLE-EOF.
           IF TABLE-DISCTIER
               MOVE 10 TO WS-ROW-LIMIT
               PERFORM LOAD-TIER-ROWS
           END-IF.
           IF TABLE-DISCPROM
               MOVE 10 TO WS-ROW-LIMIT
               PERFORM LOAD-PROMO-ROWS
           END-IF.
           IF TABLE-SUPVAUTH
               MOVE 20 TO WS-ROW-LIMIT
               PERFORM LOAD-AUTH-ROWS
           END-IF.
           IF TABLE-EXCHRATE
               MOVE 20 TO WS-ROW-LIMIT
               PERFORM LOAD-RATE-ROWS
           END-IF.

       LOAD-TIER-ROWS.
           OPEN INPUT DISCOUNT-TIER-FILE.
           IF WS-TIER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL TABLE-EOF
                   READ DISCOUNT-TIER-FILE
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           MOVE TIER-FILE-RECORD TO WS-WORK-IMAGE
                           PERFORM STORE-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE DISCOUNT-TIER-FILE
           END-IF.

       LOAD-PROMO-ROWS.
           OPEN INPUT PROMOTION-FILE.
           IF WS-PROMO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL TABLE-EOF
                   READ PROMOTION-FILE
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           MOVE PROMO-FILE-RECORD TO WS-WORK-IMAGE
                           PERFORM STORE-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF.

       LOAD-AUTH-ROWS.
           OPEN INPUT SUPERVISOR-AUTH-FILE.
           IF WS-AUTH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL TABLE-EOF
                   READ SUPERVISOR-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           MOVE AUTH-FILE-RECORD TO WS-WORK-IMAGE
                           PERFORM STORE-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE SUPERVISOR-AUTH-FILE
           END-IF.

       LOAD-RATE-ROWS.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-RATE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL TABLE-EOF
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           MOVE RATE-FILE-RECORD TO WS-WORK-IMAGE
                           PERFORM STORE-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       STORE-LOADED-ROW.
      *    A file longer than the table cannot be maintained here -
      *    the rows past the end would be lost on rewrite.
           IF WS-ROW-COUNT < 20
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-WORK-IMAGE TO WS-ROW-IMAGE(WS-ROW-COUNT)
           ELSE
               DISPLAY "*** " WS-TABLE-ID " has more than 20 rows - "
                   "rows past the end would be LOST on rewrite; "
                   "correct the file first ***"
               MOVE 'N' TO WS-TABLE-LOADED
               MOVE 'Y' TO WS-TABLE-EOF
           END-IF.

       REWRITE-REFERENCE-TABLE.
           MOVE 'Y' TO WS-REWRITE-OK.
           IF TABLE-DISCTIER
               PERFORM REWRITE-TIER-ROWS
           END-IF.
           IF TABLE-DISCPROM
               PERFORM REWRITE-PROMO-ROWS
           END-IF.
           IF TABLE-SUPVAUTH
               PERFORM REWRITE-AUTH-ROWS
           END-IF.
           IF TABLE-EXCHRATE
               PERFORM REWRITE-RATE-ROWS
           END-IF.

       REWRITE-TIER-ROWS.
           OPEN OUTPUT DISCOUNT-TIER-FILE.
           IF WS-TIER-STATUS NOT = "00"
               DISPLAY "*** DISCTIER open failed - status "
                   WS-TIER-STATUS " ***"
               MOVE 'N' TO WS-REWRITE-OK
           ELSE
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(WS-ROW-SUB) TO TIER-FILE-RECORD
                   WRITE TIER-FILE-RECORD
               END-PERFORM
               CLOSE DISCOUNT-TIER-FILE
           END-IF.

       REWRITE-PROMO-ROWS.
           OPEN OUTPUT PROMOTION-FILE.
           IF WS-PROMO-STATUS NOT = "00"
               DISPLAY "*** DISCPROM open failed - status "
                   WS-PROMO-STATUS " ***"
               MOVE 'N' TO WS-REWRITE-OK
           ELSE
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(WS-ROW-SUB) TO PROMO-FILE-RECORD
                   WRITE PROMO-FILE-RECORD
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF.

       REWRITE-AUTH-ROWS.
           OPEN OUTPUT SUPERVISOR-AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "*** SUPVAUTH open failed - status "
                   WS-AUTH-STATUS " ***"
               MOVE 'N' TO WS-REWRITE-OK
           ELSE
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(WS-ROW-SUB) TO AUTH-FILE-RECORD
                   WRITE AUTH-FILE-RECORD
               END-PERFORM
               CLOSE SUPERVISOR-AUTH-FILE
           END-IF.

       REWRITE-RATE-ROWS.
           OPEN OUTPUT EXCHANGE-RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "*** EXCHRATE open failed - status "
                   WS-RATE-STATUS " ***"
               MOVE 'N' TO WS-REWRITE-OK
           ELSE
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(WS-ROW-SUB) TO RATE-FILE-RECORD
                   WRITE RATE-FILE-RECORD
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       REWRITE-PENDING-FILE.
      *    Only the changes still waiting stay on the file - the
      *    decided ones are on the change log.
           OPEN OUTPUT PENDING-CHANGE-FILE.
           PERFORM VARYING WS-WRITE-SUB FROM 1 BY 1
                   UNTIL WS-WRITE-SUB > WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-WRITE-SUB)
                   TO REFERENCE-CHANGE-RECORD
               IF RC-PENDING
                   WRITE REFERENCE-CHANGE-RECORD
               END-IF
           END-PERFORM.
           CLOSE PENDING-CHANGE-FILE.
