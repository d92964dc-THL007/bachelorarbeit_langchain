       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-ANALYSIS.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Monthly product sales analysis for merchandising. Reads the
      * CUSTSLSH line-item sales history CUSTOMER-MAIN writes for
      * every posted line and prints, on PRODANL, each branch's
      * items and then the company's, ranked twice - by units and
      * by net revenue - with the month's figures beside the
      * year-to-date ones.
      *
      * Units and revenue are net of returns: a return line is on
      * the history as a negative row, so it comes off the month
      * it was posted in. Revenue is the base-currency (USD) net
      * after discount, so tickets in other currencies add up
      * with the rest. The rankings are on the month's figures;
      * ties keep item-code order.
      *
      * Every active item on ITEMMAST is listed for every branch
      * and for the company, sold or not, and an item with no sale
      * line in the month is flagged NO SALES so dead stock shows
      * up. An inactive item, or one no longer on ITEMMAST, is
      * listed only where it has movement in the year.
      *
      * The analysis month arrives as PARM='YYYYMM'; when no PARM
      * is supplied the current month is used. The year-to-date
      * columns run from January of that year through that month.
      * A missing CUSTSLSH refuses the run with RC=16.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO "CUSTSLSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESH-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT ANALYSIS-PRINT-FILE ASSIGN TO "PRODANL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       COPY 'sales-history.cpy'.

       FD  ITEM-MASTER-FILE.
       COPY 'item-record.cpy'.

       FD  ANALYSIS-PRINT-FILE.
       01 ANALYSIS-PRINT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SALESH-STATUS      PIC XX VALUE '00'.
       01 WS-ITEM-STATUS        PIC XX VALUE '00'.
       01 WS-PRINT-STATUS       PIC XX VALUE '00'.

       01 WS-SALESH-EOF         PIC X VALUE 'N'.
           88 SALESH-EOF               VALUE 'Y'.
       01 WS-ITEM-EOF           PIC X VALUE 'N'.
           88 ITEM-EOF                 VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-ANALYSIS-MONTH     PIC X(6) VALUE SPACES.
       01 WS-ANALYSIS-YEAR      PIC X(4) VALUE SPACES.
       01 WS-SALE-DATE          PIC X(8) VALUE SPACES.

      * Items - the ITEMMAST rows first, then any item found on the
      * history that is no longer on the master.
       01 WS-ITEM-COUNT         PIC 9(3) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 150 TIMES
                             INDEXED BY WS-ITEM-IDX.
               10 WS-IT-CODE           PIC X(8).
               10 WS-IT-DESC           PIC X(25).
               10 WS-IT-STATUS         PIC X(1).
       01 WS-ITEM-SUB           PIC 9(3) VALUE 0.

      * Month and year-to-date figures for every item at every
      * branch that appears on the history, and for the company.
      * Sold units count sale lines only - the NO SALES flag - and
      * the rest are net of returns.
       01 WS-BRANCH-COUNT       PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-BR-IDX.
               10 WS-BR-CODE           PIC X(3).
               10 WS-BR-CELL OCCURS 150 TIMES.
                   15 WS-BC-MTD-SOLD       PIC 9(7).
                   15 WS-BC-MTD-UNITS      PIC S9(7).
                   15 WS-BC-MTD-NET        PIC S9(9)V99.
                   15 WS-BC-YTD-UNITS      PIC S9(7).
                   15 WS-BC-YTD-NET        PIC S9(9)V99.
       01 WS-BRANCH-SUB         PIC 9(3) VALUE 0.
       01 WS-COMPANY-TABLE.
           05 WS-CO-CELL OCCURS 150 TIMES.
               10 WS-CC-MTD-SOLD       PIC 9(7).
               10 WS-CC-MTD-UNITS      PIC S9(7).
               10 WS-CC-MTD-NET        PIC S9(9)V99.
               10 WS-CC-YTD-UNITS      PIC S9(7).
               10 WS-CC-YTD-NET        PIC S9(9)V99.

      * The scope being printed - one branch, or the company -
      * loaded item by item into the rank table and ordered in
      * place on the ranking key.
       01 WS-SCOPE-IS-COMPANY   PIC X VALUE 'N'.
       01 WS-SCOPE-TITLE        PIC X(40) VALUE SPACES.
       01 WS-RANK-COUNT         PIC 9(3) VALUE 0.
       01 WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 150 TIMES.
               10 WS-RK-SUB            PIC 9(3).
               10 WS-RK-MTD-SOLD       PIC 9(7).
               10 WS-RK-MTD-UNITS      PIC S9(7).
               10 WS-RK-MTD-NET        PIC S9(9)V99.
               10 WS-RK-YTD-UNITS      PIC S9(7).
               10 WS-RK-YTD-NET        PIC S9(9)V99.
       01 WS-RANK-HOLD.
           05 WS-RH-SUB             PIC 9(3).
           05 WS-RH-MTD-SOLD        PIC 9(7).
           05 WS-RH-MTD-UNITS       PIC S9(7).
           05 WS-RH-MTD-NET         PIC S9(9)V99.
           05 WS-RH-YTD-UNITS       PIC S9(7).
           05 WS-RH-YTD-NET         PIC S9(9)V99.
       01 WS-RANK-I             PIC 9(3) VALUE 0.
       01 WS-RANK-J             PIC 9(3) VALUE 0.
       01 WS-RANK-NEXT          PIC 9(3) VALUE 0.
       01 WS-RANK-LIMIT         PIC 9(3) VALUE 0.
       01 WS-RANK-BY            PIC X VALUE SPACE.
           88 RANK-BY-UNITS            VALUE 'U'.
           88 RANK-BY-REVENUE          VALUE 'R'.
       01 WS-RANK-SWAP          PIC X VALUE 'N'.
       01 WS-SCOPE-MTD-UNITS    PIC S9(9) VALUE 0.
       01 WS-SCOPE-MTD-NET      PIC S9(11)V99 VALUE 0.
       01 WS-SCOPE-YTD-UNITS    PIC S9(9) VALUE 0.
       01 WS-SCOPE-YTD-NET      PIC S9(11)V99 VALUE 0.
       01 WS-SCOPE-ZERO-COUNT   PIC 9(3) VALUE 0.

       01 WS-READ-COUNT         PIC 9(9) VALUE 0.
       01 WS-SELECTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(9) VALUE 0.

       01 WS-ANL-HEADER-1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "PRODUCT SALES ANALYSIS".

       01 WS-ANL-HEADER-2.
           05 FILLER            PIC X(16) VALUE "ANALYSIS MONTH: ".
           05 WS-AH2-MONTH      PIC X(6).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "REPORT DATE: ".
           05 WS-AH2-MM         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-AH2-DD         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-AH2-YYYY       PIC 9(4).

       01 WS-ANL-SCOPE-LINE.
           05 WS-AS-TITLE       PIC X(40).
           05 WS-AS-RANKING     PIC X(40).

       01 WS-ANL-COL-HEADER.
           05 FILLER            PIC X(6)  VALUE "RANK".
           05 FILLER            PIC X(10) VALUE "ITEM".
           05 FILLER            PIC X(27) VALUE "DESCRIPTION".
           05 FILLER            PIC X(11) VALUE " MTD UNITS".
           05 FILLER            PIC X(17) VALUE "    MTD NET (USD)".
           05 FILLER            PIC X(11) VALUE " YTD UNITS".
           05 FILLER            PIC X(19) VALUE "      YTD NET (USD)".

       01 WS-ANL-DETAIL.
           05 WS-AD-RANK        PIC ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-AD-ITEM        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-DESC        PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-MTD-UNITS   PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-MTD-NET     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-YTD-UNITS   PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-YTD-NET     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-AD-FLAG        PIC X(8).

       01 WS-ANL-TOTAL-LINE.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 WS-AT-LABEL       PIC X(27).
           05 WS-AT-MTD-UNITS   PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AT-MTD-NET     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AT-YTD-UNITS   PIC ZZ,ZZZ,ZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-AT-YTD-NET     PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-ANL-COUNT-LINE.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 WS-AC-LABEL       PIC X(30).
           05 WS-AC-COUNT       PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT       PIC X(6).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Product Sales Analysis".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LEN >= 6
               MOVE WS-PARM-TEXT TO WS-ANALYSIS-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-ANALYSIS-MONTH
           END-IF.
           MOVE WS-ANALYSIS-MONTH(1:4) TO WS-ANALYSIS-YEAR.
           DISPLAY "Analysis month: " WS-ANALYSIS-MONTH.
           MOVE WS-ANALYSIS-MONTH TO WS-AH2-MONTH.
           MOVE WS-RUN-MM TO WS-AH2-MM.
           MOVE WS-RUN-DD TO WS-AH2-DD.
           MOVE WS-RUN-YYYY TO WS-AH2-YYYY.

           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SALESH-STATUS = "35"
               DISPLAY "*** CUSTSLSH not found - no product "
                   "analysis can be printed ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-ITEM-TABLE.
           INITIALIZE WS-COMPANY-TABLE.
           PERFORM ACCUMULATE-HISTORY.
           CLOSE SALES-HISTORY-FILE.

           OPEN OUTPUT ANALYSIS-PRINT-FILE.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-HEADER-1.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-HEADER-2.

           MOVE 'N' TO WS-SCOPE-IS-COMPANY.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               MOVE SPACES TO WS-SCOPE-TITLE
               STRING "BRANCH " DELIMITED BY SIZE
                   WS-BR-CODE(WS-BRANCH-SUB) DELIMITED BY SIZE
                   INTO WS-SCOPE-TITLE
               END-STRING
               PERFORM PRINT-SCOPE
           END-PERFORM.

           MOVE 'Y' TO WS-SCOPE-IS-COMPANY.
           MOVE "COMPANY-WIDE" TO WS-SCOPE-TITLE.
           PERFORM PRINT-SCOPE.

           MOVE SPACES TO ANALYSIS-PRINT-RECORD.
           WRITE ANALYSIS-PRINT-RECORD.
           MOVE "HISTORY ROWS READ:" TO WS-AC-LABEL.
           MOVE WS-READ-COUNT TO WS-AC-COUNT.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-COUNT-LINE.
           MOVE "ROWS IN THE YEAR TO DATE:" TO WS-AC-LABEL.
           MOVE WS-SELECTED-COUNT TO WS-AC-COUNT.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-COUNT-LINE.
           CLOSE ANALYSIS-PRINT-FILE.

           DISPLAY "History rows read: " WS-READ-COUNT.
           DISPLAY "Rows in the year to date: " WS-SELECTED-COUNT.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "*** " WS-SKIPPED-COUNT " rows not analysed "
                   "- branch or item table full ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-ITEM-TABLE.
      *    A missing ITEMMAST still analyses what the history
      *    holds; only the zero sellers go unreported.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "35"
               DISPLAY "*** ITEMMAST not found - items with no "
                   "sales cannot be listed ***"
           ELSE
               PERFORM UNTIL ITEM-EOF
                   READ ITEM-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-ITEM-EOF
                       NOT AT END
                           IF WS-ITEM-COUNT < 100
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE IM-ITEM-CODE
                                   TO WS-IT-CODE(WS-ITEM-COUNT)
                               MOVE IM-DESCRIPTION
                                   TO WS-IT-DESC(WS-ITEM-COUNT)
                               MOVE IM-ITEM-STATUS
                                   TO WS-IT-STATUS(WS-ITEM-COUNT)
                           ELSE
                               DISPLAY "*** ITEMMAST has more than "
                                   "100 rows - extra rows "
                                   "ignored ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
           END-IF.

       ACCUMULATE-HISTORY.
      *    One pass of the history. Rows after the analysis month,
      *    or before its year, are passed over.
           PERFORM UNTIL SALESH-EOF
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-SALESH-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SH-SALE-DATE TO WS-SALE-DATE
                       IF WS-SALE-DATE(1:4) = WS-ANALYSIS-YEAR
                               AND WS-SALE-DATE(1:6)
                                   NOT > WS-ANALYSIS-MONTH
                           PERFORM ADD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ADD-HISTORY-ROW.
           PERFORM FIND-ITEM.
           PERFORM FIND-BRANCH.
           IF WS-ITEM-SUB = 0 OR WS-BRANCH-SUB = 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-SELECTED-COUNT
               ADD SH-QUANTITY
                   TO WS-BC-YTD-UNITS(WS-BRANCH-SUB, WS-ITEM-SUB)
                      WS-CC-YTD-UNITS(WS-ITEM-SUB)
               ADD SH-BASE-NET-AMOUNT
                   TO WS-BC-YTD-NET(WS-BRANCH-SUB, WS-ITEM-SUB)
                      WS-CC-YTD-NET(WS-ITEM-SUB)
               IF WS-SALE-DATE(1:6) = WS-ANALYSIS-MONTH
                   ADD SH-QUANTITY
                       TO WS-BC-MTD-UNITS(WS-BRANCH-SUB, WS-ITEM-SUB)
                          WS-CC-MTD-UNITS(WS-ITEM-SUB)
                   ADD SH-BASE-NET-AMOUNT
                       TO WS-BC-MTD-NET(WS-BRANCH-SUB, WS-ITEM-SUB)
                          WS-CC-MTD-NET(WS-ITEM-SUB)
                   IF SH-TRANS-TYPE NOT = 'R'
                       ADD SH-QUANTITY
                           TO WS-BC-MTD-SOLD(WS-BRANCH-SUB,
                                             WS-ITEM-SUB)
                              WS-CC-MTD-SOLD(WS-ITEM-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-ITEM.
      *    An item no longer on ITEMMAST gets its own row at the
      *    end of the table so its sales still count.
           MOVE 0 TO WS-ITEM-SUB.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-CODE(WS-ITEM-IDX) = SH-ITEM-CODE
                   SET WS-ITEM-SUB TO WS-ITEM-IDX
                   SET WS-ITEM-IDX TO WS-ITEM-COUNT
               END-IF
           END-PERFORM.
           IF WS-ITEM-SUB = 0
               IF WS-ITEM-COUNT < 150
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
                   MOVE SH-ITEM-CODE TO WS-IT-CODE(WS-ITEM-SUB)
                   MOVE "** NOT ON ITEM MASTER **"
                       TO WS-IT-DESC(WS-ITEM-SUB)
                   MOVE 'I' TO WS-IT-STATUS(WS-ITEM-SUB)
               ELSE
                   DISPLAY "*** More than 150 items on the sales "
                       "history - extra items not analysed ***"
               END-IF
           END-IF.

       FIND-BRANCH.
           MOVE 0 TO WS-BRANCH-SUB.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = SH-BRANCH-CODE
                   SET WS-BRANCH-SUB TO WS-BR-IDX
                   SET WS-BR-IDX TO WS-BRANCH-COUNT
               END-IF
           END-PERFORM.
           IF WS-BRANCH-SUB = 0
               IF WS-BRANCH-COUNT < 50
                   PERFORM ADD-BRANCH-ENTRY
               ELSE
                   DISPLAY "*** More than 50 branches on the sales "
                       "history - extra branches not analysed ***"
               END-IF
           END-IF.

       ADD-BRANCH-ENTRY.
      *    Branches are kept in code order so the report prints
      *    them that way - a new code is slotted in ahead of the
      *    first code above it.
           MOVE WS-BRANCH-COUNT TO WS-RANK-I.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE WS-BRANCH-COUNT TO WS-BRANCH-SUB.
           PERFORM UNTIL WS-RANK-I = 0
               IF WS-BR-CODE(WS-RANK-I) > SH-BRANCH-CODE
                   MOVE WS-BRANCH-ENTRY(WS-RANK-I)
                       TO WS-BRANCH-ENTRY(WS-RANK-I + 1)
                   MOVE WS-RANK-I TO WS-BRANCH-SUB
                   SUBTRACT 1 FROM WS-RANK-I
               ELSE
                   MOVE 0 TO WS-RANK-I
               END-IF
           END-PERFORM.
           INITIALIZE WS-BRANCH-ENTRY(WS-BRANCH-SUB).
           MOVE SH-BRANCH-CODE TO WS-BR-CODE(WS-BRANCH-SUB).

       PRINT-SCOPE.
      *    One branch, or the company, ranked by units and then by
      *    net revenue, each ranking on its own page.
           PERFORM BUILD-RANK-TABLE.

           MOVE 'U' TO WS-RANK-BY.
           PERFORM ORDER-RANK-TABLE.
           MOVE "RANKED BY UNITS - MONTH" TO WS-AS-RANKING.
           PERFORM PRINT-ONE-RANKING.

           MOVE 'R' TO WS-RANK-BY.
           PERFORM ORDER-RANK-TABLE.
           MOVE "RANKED BY NET REVENUE - MONTH" TO WS-AS-RANKING.
           PERFORM PRINT-ONE-RANKING.

       BUILD-RANK-TABLE.
      *    Active items always; others only with movement in the
      *    year in this scope.
           MOVE 0 TO WS-RANK-COUNT.
           MOVE 0 TO WS-SCOPE-ZERO-COUNT.
           MOVE 0 TO WS-SCOPE-MTD-UNITS.
           MOVE 0 TO WS-SCOPE-MTD-NET.
           MOVE 0 TO WS-SCOPE-YTD-UNITS.
           MOVE 0 TO WS-SCOPE-YTD-NET.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM LOAD-RANK-HOLD
               IF WS-IT-STATUS(WS-ITEM-SUB) = 'A'
                       OR WS-RH-YTD-UNITS NOT = ZERO
                       OR WS-RH-YTD-NET NOT = ZERO
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-RANK-HOLD TO WS-RANK-ENTRY(WS-RANK-COUNT)
                   ADD WS-RH-MTD-UNITS TO WS-SCOPE-MTD-UNITS
                   ADD WS-RH-MTD-NET TO WS-SCOPE-MTD-NET
                   ADD WS-RH-YTD-UNITS TO WS-SCOPE-YTD-UNITS
                   ADD WS-RH-YTD-NET TO WS-SCOPE-YTD-NET
                   IF WS-RH-MTD-SOLD = ZERO
                       ADD 1 TO WS-SCOPE-ZERO-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-RANK-HOLD.
           MOVE WS-ITEM-SUB TO WS-RH-SUB.
           IF WS-SCOPE-IS-COMPANY = 'Y'
               MOVE WS-CC-MTD-SOLD(WS-ITEM-SUB) TO WS-RH-MTD-SOLD
               MOVE WS-CC-MTD-UNITS(WS-ITEM-SUB) TO WS-RH-MTD-UNITS
               MOVE WS-CC-MTD-NET(WS-ITEM-SUB) TO WS-RH-MTD-NET
               MOVE WS-CC-YTD-UNITS(WS-ITEM-SUB) TO WS-RH-YTD-UNITS
               MOVE WS-CC-YTD-NET(WS-ITEM-SUB) TO WS-RH-YTD-NET
           ELSE
               MOVE WS-BC-MTD-SOLD(WS-BRANCH-SUB, WS-ITEM-SUB)
                   TO WS-RH-MTD-SOLD
               MOVE WS-BC-MTD-UNITS(WS-BRANCH-SUB, WS-ITEM-SUB)
                   TO WS-RH-MTD-UNITS
               MOVE WS-BC-MTD-NET(WS-BRANCH-SUB, WS-ITEM-SUB)
                   TO WS-RH-MTD-NET
               MOVE WS-BC-YTD-UNITS(WS-BRANCH-SUB, WS-ITEM-SUB)
                   TO WS-RH-YTD-UNITS
               MOVE WS-BC-YTD-NET(WS-BRANCH-SUB, WS-ITEM-SUB)
                   TO WS-RH-YTD-NET
           END-IF.

       ORDER-RANK-TABLE.
      *    Exchange sort in place, descending on the chosen key.
      *    Equal keys keep their item-code order.
           IF WS-RANK-COUNT > 1
               COMPUTE WS-RANK-LIMIT = WS-RANK-COUNT - 1
               PERFORM VARYING WS-RANK-I FROM 1 BY 1
                       UNTIL WS-RANK-I > WS-RANK-LIMIT
                   PERFORM VARYING WS-RANK-J FROM 1 BY 1
                           UNTIL WS-RANK-J > WS-RANK-COUNT - WS-RANK-I
                       PERFORM TEST-RANK-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       TEST-RANK-PAIR.
           COMPUTE WS-RANK-NEXT = WS-RANK-J + 1.
           MOVE 'N' TO WS-RANK-SWAP.
           IF RANK-BY-UNITS
               IF WS-RK-MTD-UNITS(WS-RANK-NEXT)
                       > WS-RK-MTD-UNITS(WS-RANK-J)
                   MOVE 'Y' TO WS-RANK-SWAP
               END-IF
           ELSE
               IF WS-RK-MTD-NET(WS-RANK-NEXT)
                       > WS-RK-MTD-NET(WS-RANK-J)
                   MOVE 'Y' TO WS-RANK-SWAP
               END-IF
           END-IF.
           IF WS-RANK-SWAP = 'Y'
               MOVE WS-RANK-ENTRY(WS-RANK-J) TO WS-RANK-HOLD
               MOVE WS-RANK-ENTRY(WS-RANK-NEXT)
                   TO WS-RANK-ENTRY(WS-RANK-J)
               MOVE WS-RANK-HOLD TO WS-RANK-ENTRY(WS-RANK-NEXT)
           END-IF.

       PRINT-ONE-RANKING.
           MOVE WS-SCOPE-TITLE TO WS-AS-TITLE.
           MOVE SPACES TO ANALYSIS-PRINT-RECORD.
           WRITE ANALYSIS-PRINT-RECORD
               AFTER ADVANCING PAGE.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-SCOPE-LINE.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-COL-HEADER.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I > WS-RANK-COUNT
               MOVE WS-RK-SUB(WS-RANK-I) TO WS-ITEM-SUB
               MOVE WS-RANK-I TO WS-AD-RANK
               MOVE WS-IT-CODE(WS-ITEM-SUB) TO WS-AD-ITEM
               MOVE WS-IT-DESC(WS-ITEM-SUB) TO WS-AD-DESC
               MOVE WS-RK-MTD-UNITS(WS-RANK-I) TO WS-AD-MTD-UNITS
               MOVE WS-RK-MTD-NET(WS-RANK-I) TO WS-AD-MTD-NET
               MOVE WS-RK-YTD-UNITS(WS-RANK-I) TO WS-AD-YTD-UNITS
               MOVE WS-RK-YTD-NET(WS-RANK-I) TO WS-AD-YTD-NET
               IF WS-RK-MTD-SOLD(WS-RANK-I) = ZERO
                   MOVE "NO SALES" TO WS-AD-FLAG
               ELSE
                   MOVE SPACES TO WS-AD-FLAG
               END-IF
               WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-DETAIL
           END-PERFORM.
           MOVE SPACES TO ANALYSIS-PRINT-RECORD.
           WRITE ANALYSIS-PRINT-RECORD.
           MOVE "TOTAL:" TO WS-AT-LABEL.
           MOVE WS-SCOPE-MTD-UNITS TO WS-AT-MTD-UNITS.
           MOVE WS-SCOPE-MTD-NET TO WS-AT-MTD-NET.
           MOVE WS-SCOPE-YTD-UNITS TO WS-AT-YTD-UNITS.
           MOVE WS-SCOPE-YTD-NET TO WS-AT-YTD-NET.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-TOTAL-LINE.
           MOVE "ITEMS WITH NO SALES:" TO WS-AC-LABEL.
           MOVE WS-SCOPE-ZERO-COUNT TO WS-AC-COUNT.
           WRITE ANALYSIS-PRINT-RECORD FROM WS-ANL-COUNT-LINE.
