       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-COMPARE.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Month-over-month comparison. Sets a closed month's totals
      * beside the month before it, branch by branch and for the
      * company - sales, returns, discounts, tax, payments and open
      * balance, with the change and the percentage change.
      *
      * Every figure comes off the CUSTPSNP snapshot PERIOD-CLOSE
      * froze when each month closed, never off the audit log, so
      * the report prints the same numbers however late it is run
      * and whatever has posted since. Only the snapshot rows of
      * the close recorded on CUSTPCLS are read.
      *
      * The month arrives as PARM='YYYYMM' and must be closed; when
      * no PARM is supplied the latest closed month is reported.
      * When the month before was never closed (the first close)
      * the prior and change columns are left blank.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CUSTPCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLOSE-STATUS.

           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "CUSTPSNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT COMPARE-PRINT-FILE ASSIGN TO "CUSTPCMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CLOSE-FILE.
       COPY 'period-close.cpy'.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY 'period-snapshot.cpy'.

       FD  COMPARE-PRINT-FILE.
       01 COMPARE-PRINT-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-PCLOSE-STATUS      PIC XX VALUE '00'.
       01 WS-SNAPSHOT-STATUS    PIC XX VALUE '00'.
       01 WS-COMPARE-STATUS     PIC XX VALUE '00'.

       01 WS-PCLOSE-EOF         PIC X VALUE 'N'.
           88 PCLOSE-EOF               VALUE 'Y'.
       01 WS-SNAPSHOT-EOF       PIC X VALUE 'N'.
           88 SNAPSHOT-EOF             VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

      * The month reported and the month before it, each with the
      * stamp of the close that froze its snapshot.
       01 WS-THIS-PERIOD.
           05 WS-TP-YYYY        PIC 9(4).
           05 WS-TP-MM          PIC 9(2).
       01 WS-THIS-PERIOD-NUM REDEFINES WS-THIS-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD.
           05 WS-PP-YYYY        PIC 9(4).
           05 WS-PP-MM          PIC 9(2).
       01 WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD PIC 9(6).
       01 WS-THIS-STAMP         PIC X(14) VALUE SPACES.
       01 WS-PRIOR-STAMP        PIC X(14) VALUE SPACES.
       01 WS-LATEST-CLOSED      PIC 9(6) VALUE 0.
       01 WS-LATEST-STAMP       PIC X(14) VALUE SPACES.
       01 WS-PARM-GIVEN         PIC X VALUE 'N'.
       01 WS-RUN-OK             PIC X VALUE 'Y'.
       01 WS-PRIOR-CLOSED       PIC X VALUE 'N'.

      * Snapshot amounts in measure order - sales, returns,
      * discounts, tax, payments, open balance.
       01 WS-MEASURE-NAMES.
           05 FILLER            PIC X(14) VALUE "SALES".
           05 FILLER            PIC X(14) VALUE "RETURNS".
           05 FILLER            PIC X(14) VALUE "DISCOUNTS".
           05 FILLER            PIC X(14) VALUE "TAX".
           05 FILLER            PIC X(14) VALUE "PAYMENTS".
           05 FILLER            PIC X(14) VALUE "OPEN BALANCE".
       01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
           05 WS-MEASURE-NAME   PIC X(14) OCCURS 6 TIMES.
       01 WS-MS-SUB             PIC 9(1) VALUE 0.
       01 WS-SNAP-AMOUNTS.
           05 WS-SNAP-AMOUNT    PIC S9(9)V99 OCCURS 6 TIMES.

      * One entry per branch in either month's snapshot.
       01 WS-LOOKUP-BRANCH      PIC X(3) VALUE SPACES.
       01 WS-BR-SUB             PIC 9(3) VALUE 0.
       01 WS-BRANCH-COUNT       PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-BR-IDX.
               10 WS-BR-CODE           PIC X(3).
               10 WS-BR-THIS           PIC S9(9)V99
                                       OCCURS 6 TIMES.
               10 WS-BR-PRIOR          PIC S9(9)V99
                                       OCCURS 6 TIMES.
       01 WS-BRANCH-HOLD        PIC X(135).
       01 WS-ORDER-I            PIC 9(3) VALUE 0.
       01 WS-ORDER-J            PIC 9(3) VALUE 0.
       01 WS-ORDER-NEXT         PIC 9(3) VALUE 0.

      * The block being printed - a branch entry or the company.
       01 WS-PRINT-ENTRY.
           05 WS-PE-CODE        PIC X(3).
           05 WS-PE-THIS        PIC S9(9)V99 OCCURS 6 TIMES.
           05 WS-PE-PRIOR       PIC S9(9)V99 OCCURS 6 TIMES.
       01 WS-PRINT-LABEL        PIC X(8) VALUE SPACES.
       01 WS-COMPANY-ENTRY      PIC X(135) VALUE SPACES.

       01 WS-CHANGE             PIC S9(9)V99 VALUE 0.
       01 WS-PRIOR-BASE         PIC S9(9)V99 VALUE 0.
       01 WS-CHANGE-PCT         PIC S9(5)V9 VALUE 0.

       01 WS-CMP-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "MONTH-OVER-MONTH PERIOD COMPARISON".

       01 WS-CMP-HEADER-2.
           05 FILLER            PIC X(14) VALUE "REPORT DATE: ".
           05 WS-CH2-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-DD         PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-CH2-YYYY       PIC 9(4).

       01 WS-CMP-PERIOD-LINE.
           05 FILLER            PIC X(14) VALUE "THIS MONTH:   ".
           05 WS-CPL-THIS       PIC X(6).
           05 FILLER            PIC X(17) VALUE "   PRIOR MONTH:  ".
           05 WS-CPL-PRIOR      PIC X(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-CPL-NOTE       PIC X(30).

       01 WS-CMP-HEADER-3.
           05 FILLER            PIC X(8)  VALUE "BRANCH".
           05 FILLER            PIC X(14) VALUE "MEASURE".
           05 FILLER            PIC X(17) VALUE "      THIS MONTH".
           05 FILLER            PIC X(17) VALUE "     PRIOR MONTH".
           05 FILLER            PIC X(17) VALUE "          CHANGE".
           05 FILLER            PIC X(10) VALUE "    PCT".

       01 WS-CMP-DETAIL.
           05 WS-CD-BRANCH      PIC X(8).
           05 WS-CD-MEASURE     PIC X(14).
           05 WS-CD-THIS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-COMPARE.
               10 WS-CD-PRIOR   PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 WS-CD-CHANGE  PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 WS-CD-PCT-AREA.
                   15 WS-CD-PCT PIC ZZZ,ZZ9.9-.
               10 WS-CD-PCT-X REDEFINES WS-CD-PCT-AREA PIC X(10).
           05 WS-CD-COMPARE-X REDEFINES WS-CD-COMPARE PIC X(44).

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN       PIC S9(4) COMP.
           05 WS-PARM-TEXT      PIC X(6).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Month-over-Month Comparison".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LEN >= 6
               MOVE WS-PARM-TEXT TO WS-THIS-PERIOD
               MOVE 'Y' TO WS-PARM-GIVEN
               IF WS-THIS-PERIOD-NUM IS NOT NUMERIC
                       OR WS-TP-MM < 1 OR WS-TP-MM > 12
                   DISPLAY "*** PARM must be the month as YYYYMM ***"
                   MOVE 'N' TO WS-RUN-OK
               ELSE
                   PERFORM SET-PRIOR-PERIOD
               END-IF
           END-IF.

           IF WS-RUN-OK = 'Y'
               PERFORM FIND-CLOSE-STAMPS
           END-IF.

           IF WS-RUN-OK = 'Y'
               PERFORM LOAD-SNAPSHOTS
               PERFORM ORDER-BRANCH-TABLE
               PERFORM PRINT-COMPARISON
               DISPLAY "Month compared: " WS-THIS-PERIOD
               IF WS-PRIOR-CLOSED = 'Y'
                   DISPLAY "Prior month:    " WS-PRIOR-PERIOD
               ELSE
                   DISPLAY "Prior month " WS-PRIOR-PERIOD
                       " not closed - no comparison"
               END-IF
               DISPLAY "Branches:       " WS-BRANCH-COUNT
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "*** No comparison produced ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       SET-PRIOR-PERIOD.
           IF WS-TP-MM = 1
               COMPUTE WS-PP-YYYY = WS-TP-YYYY - 1
               MOVE 12 TO WS-PP-MM
           ELSE
               MOVE WS-TP-YYYY TO WS-PP-YYYY
               COMPUTE WS-PP-MM = WS-TP-MM - 1
           END-IF.

       FIND-CLOSE-STAMPS.
      *    The control file names the close whose snapshot is in
      *    force for each month. With no PARM the latest closed
      *    month is reported, and its predecessor comes from a
      *    second look at the rows kept on the way through.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCLOSE-STATUS = "00"
               PERFORM UNTIL PCLOSE-EOF
                   READ PERIOD-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-PCLOSE-EOF
                       NOT AT END
                           PERFORM TEST-ONE-CLOSE-ROW
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CLOSE-FILE
           END-IF.

           IF WS-PARM-GIVEN = 'N'
               IF WS-LATEST-CLOSED = ZERO
                   DISPLAY "*** No period has been closed ***"
                   MOVE 'N' TO WS-RUN-OK
               ELSE
                   MOVE WS-LATEST-CLOSED TO WS-THIS-PERIOD-NUM
                   MOVE WS-LATEST-STAMP TO WS-THIS-STAMP
                   PERFORM SET-PRIOR-PERIOD
                   PERFORM FIND-PRIOR-STAMP
               END-IF
           ELSE
               IF WS-THIS-STAMP = SPACES
                   DISPLAY "*** Period " WS-THIS-PERIOD
                       " is not closed ***"
                   MOVE 'N' TO WS-RUN-OK
               END-IF
           END-IF.

           IF WS-PRIOR-STAMP NOT = SPACES
               MOVE 'Y' TO WS-PRIOR-CLOSED
           END-IF.

       TEST-ONE-CLOSE-ROW.
           IF PC-PERIOD IS NUMERIC
               IF PC-PERIOD > WS-LATEST-CLOSED
                   MOVE PC-PERIOD TO WS-LATEST-CLOSED
                   MOVE PC-CLOSE-STAMP TO WS-LATEST-STAMP
               END-IF
               IF WS-PARM-GIVEN = 'Y'
                   IF PC-PERIOD = WS-THIS-PERIOD-NUM
                       MOVE PC-CLOSE-STAMP TO WS-THIS-STAMP
                   END-IF
                   IF PC-PERIOD = WS-PRIOR-PERIOD-NUM
                       MOVE PC-CLOSE-STAMP TO WS-PRIOR-STAMP
                   END-IF
               END-IF
           END-IF.

       FIND-PRIOR-STAMP.
           MOVE 'N' TO WS-PCLOSE-EOF.
           OPEN INPUT PERIOD-CLOSE-FILE.
           PERFORM UNTIL PCLOSE-EOF
               READ PERIOD-CLOSE-FILE
                   AT END
                       MOVE 'Y' TO WS-PCLOSE-EOF
                   NOT AT END
                       IF PC-PERIOD IS NUMERIC
                               AND PC-PERIOD = WS-PRIOR-PERIOD-NUM
                           MOVE PC-CLOSE-STAMP TO WS-PRIOR-STAMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-CLOSE-FILE.

       LOAD-SNAPSHOTS.
      *    Only rows carrying the stamp of the close in force are
      *    taken - anything left by a close that did not finish is
      *    passed over.
           MOVE SPACES TO WS-COMPANY-ENTRY.
           MOVE WS-COMPANY-ENTRY TO WS-PRINT-ENTRY.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 6
               MOVE 0 TO WS-PE-THIS(WS-MS-SUB)
               MOVE 0 TO WS-PE-PRIOR(WS-MS-SUB)
           END-PERFORM.
           MOVE WS-PRINT-ENTRY TO WS-COMPANY-ENTRY.

           OPEN INPUT PERIOD-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS = "35"
               DISPLAY "*** CUSTPSNP not found - snapshot totals "
                   "print as zero ***"
           ELSE
               PERFORM UNTIL SNAPSHOT-EOF
                   READ PERIOD-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-SNAPSHOT-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-SNAPSHOT-ROW
                   END-READ
               END-PERFORM
               CLOSE PERIOD-SNAPSHOT-FILE
           END-IF.

       TAKE-ONE-SNAPSHOT-ROW.
           IF PS-PERIOD IS NUMERIC
               IF (PS-PERIOD = WS-THIS-PERIOD-NUM
                       AND PS-CLOSE-STAMP = WS-THIS-STAMP)
                  OR (WS-PRIOR-CLOSED = 'Y'
                       AND PS-PERIOD = WS-PRIOR-PERIOD-NUM
                       AND PS-CLOSE-STAMP = WS-PRIOR-STAMP)
                   MOVE PS-SALES-AMOUNT TO WS-SNAP-AMOUNT(1)
                   MOVE PS-RETURN-AMOUNT TO WS-SNAP-AMOUNT(2)
                   MOVE PS-DISCOUNT-AMOUNT TO WS-SNAP-AMOUNT(3)
                   MOVE PS-TAX-AMOUNT TO WS-SNAP-AMOUNT(4)
                   MOVE PS-PAYMENT-AMOUNT TO WS-SNAP-AMOUNT(5)
                   MOVE PS-OPEN-BALANCE TO WS-SNAP-AMOUNT(6)
                   IF PS-COMPANY-ROW
                       PERFORM TAKE-COMPANY-ROW
                   ELSE
                       PERFORM TAKE-BRANCH-ROW
                   END-IF
               END-IF
           END-IF.

       TAKE-COMPANY-ROW.
           MOVE WS-COMPANY-ENTRY TO WS-PRINT-ENTRY.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 6
               IF PS-PERIOD = WS-THIS-PERIOD-NUM
                   MOVE WS-SNAP-AMOUNT(WS-MS-SUB)
                       TO WS-PE-THIS(WS-MS-SUB)
               ELSE
                   MOVE WS-SNAP-AMOUNT(WS-MS-SUB)
                       TO WS-PE-PRIOR(WS-MS-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-PRINT-ENTRY TO WS-COMPANY-ENTRY.

       TAKE-BRANCH-ROW.
           MOVE PS-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-ENTRY.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 6
               IF PS-PERIOD = WS-THIS-PERIOD-NUM
                   MOVE WS-SNAP-AMOUNT(WS-MS-SUB)
                       TO WS-BR-THIS(WS-BR-SUB, WS-MS-SUB)
               ELSE
                   MOVE WS-SNAP-AMOUNT(WS-MS-SUB)
                       TO WS-BR-PRIOR(WS-BR-SUB, WS-MS-SUB)
               END-IF
           END-PERFORM.

       FIND-BRANCH-ENTRY.
      *    WS-LOOKUP-BRANCH in, WS-BR-SUB out - a branch in only
      *    one of the two months gets zeros for the other.
           MOVE 0 TO WS-BR-SUB.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-LOOKUP-BRANCH
                   SET WS-BR-SUB TO WS-BR-IDX
                   SET WS-BR-IDX TO WS-BRANCH-COUNT
               END-IF
           END-PERFORM.

           IF WS-BR-SUB = 0
               IF WS-BRANCH-COUNT < 100
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BR-SUB
               ELSE
                   DISPLAY "*** WS-BRANCH-TABLE has more than 100 "
                       "branch codes - " WS-LOOKUP-BRANCH
                       " added to the last entry ***"
                   MOVE 100 TO WS-BR-SUB
               END-IF
               MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE(WS-BR-SUB)
               PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                       UNTIL WS-MS-SUB > 6
                   MOVE 0 TO WS-BR-THIS(WS-BR-SUB, WS-MS-SUB)
                   MOVE 0 TO WS-BR-PRIOR(WS-BR-SUB, WS-MS-SUB)
               END-PERFORM
           END-IF.

       ORDER-BRANCH-TABLE.
      *    Exchange sort in place on branch code - a branch only in
      *    the prior month was added at the end.
           IF WS-BRANCH-COUNT > 1
               PERFORM VARYING WS-ORDER-I FROM 1 BY 1
                       UNTIL WS-ORDER-I >= WS-BRANCH-COUNT
                   PERFORM VARYING WS-ORDER-J FROM 1 BY 1
                           UNTIL WS-ORDER-J
                               > WS-BRANCH-COUNT - WS-ORDER-I
                       PERFORM TEST-BRANCH-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       TEST-BRANCH-PAIR.
           COMPUTE WS-ORDER-NEXT = WS-ORDER-J + 1.
           IF WS-BR-CODE(WS-ORDER-NEXT) < WS-BR-CODE(WS-ORDER-J)
               MOVE WS-BRANCH-ENTRY(WS-ORDER-J) TO WS-BRANCH-HOLD
               MOVE WS-BRANCH-ENTRY(WS-ORDER-NEXT)
                   TO WS-BRANCH-ENTRY(WS-ORDER-J)
               MOVE WS-BRANCH-HOLD TO WS-BRANCH-ENTRY(WS-ORDER-NEXT)
           END-IF.

       PRINT-COMPARISON.
           OPEN OUTPUT COMPARE-PRINT-FILE.
           MOVE WS-RUN-MM TO WS-CH2-MM.
           MOVE WS-RUN-DD TO WS-CH2-DD.
           MOVE WS-RUN-YYYY TO WS-CH2-YYYY.
           WRITE COMPARE-PRINT-RECORD FROM WS-CMP-HEADER-1.
           WRITE COMPARE-PRINT-RECORD FROM WS-CMP-HEADER-2.
           MOVE WS-THIS-PERIOD TO WS-CPL-THIS.
           MOVE WS-PRIOR-PERIOD TO WS-CPL-PRIOR.
           IF WS-PRIOR-CLOSED = 'Y'
               MOVE SPACES TO WS-CPL-NOTE
           ELSE
               MOVE "PRIOR MONTH NOT CLOSED" TO WS-CPL-NOTE
           END-IF.
           WRITE COMPARE-PRINT-RECORD FROM WS-CMP-PERIOD-LINE.
           MOVE SPACES TO COMPARE-PRINT-RECORD.
           WRITE COMPARE-PRINT-RECORD.
           WRITE COMPARE-PRINT-RECORD FROM WS-CMP-HEADER-3.

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE WS-BRANCH-ENTRY(WS-BR-IDX) TO WS-PRINT-ENTRY
               IF WS-PE-CODE = SPACES
                   MOVE "NONE" TO WS-PRINT-LABEL
               ELSE
                   MOVE WS-PE-CODE TO WS-PRINT-LABEL
               END-IF
               PERFORM PRINT-ONE-BLOCK
           END-PERFORM.

           MOVE WS-COMPANY-ENTRY TO WS-PRINT-ENTRY.
           MOVE "COMPANY" TO WS-PRINT-LABEL.
           PERFORM PRINT-ONE-BLOCK.
           CLOSE COMPARE-PRINT-FILE.

       PRINT-ONE-BLOCK.
      *    The branch name prints on the block's first line only.
           MOVE SPACES TO COMPARE-PRINT-RECORD.
           WRITE COMPARE-PRINT-RECORD.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 6
               IF WS-MS-SUB = 1
                   MOVE WS-PRINT-LABEL TO WS-CD-BRANCH
               ELSE
                   MOVE SPACES TO WS-CD-BRANCH
               END-IF
               MOVE WS-MEASURE-NAME(WS-MS-SUB) TO WS-CD-MEASURE
               MOVE WS-PE-THIS(WS-MS-SUB) TO WS-CD-THIS
               IF WS-PRIOR-CLOSED = 'Y'
                   PERFORM SET-CHANGE-COLUMNS
               ELSE
                   MOVE SPACES TO WS-CD-COMPARE-X
               END-IF
               WRITE COMPARE-PRINT-RECORD FROM WS-CMP-DETAIL
           END-PERFORM.

       SET-CHANGE-COLUMNS.
      *    Percentage of the prior month's size, so a balance that
      *    goes from a credit toward zero still shows as a rise.
      *    Nothing to measure against when the prior month is zero.
           COMPUTE WS-CHANGE =
               WS-PE-THIS(WS-MS-SUB) - WS-PE-PRIOR(WS-MS-SUB).
           MOVE WS-PE-PRIOR(WS-MS-SUB) TO WS-CD-PRIOR.
           MOVE WS-CHANGE TO WS-CD-CHANGE.
           IF WS-PE-PRIOR(WS-MS-SUB) = ZERO
               MOVE SPACES TO WS-CD-PCT-X
           ELSE
               IF WS-PE-PRIOR(WS-MS-SUB) < ZERO
                   COMPUTE WS-PRIOR-BASE =
                       0 - WS-PE-PRIOR(WS-MS-SUB)
               ELSE
                   MOVE WS-PE-PRIOR(WS-MS-SUB) TO WS-PRIOR-BASE
               END-IF
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-PRIOR-BASE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-CD-PCT
           END-IF.
