       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE-REPORT.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * Reference-change report for internal audit. Lists every
      * change REFERENCE-MAINT logged to REFCHGLG - pricing tiers,
      * promotions, supervisor authorizations and exchange rates -
      * whose decision date falls in the reporting range, in the
      * order the changes were decided: the table, the action,
      * who keyed it and when, who approved or rejected it and
      * when, and the row before and after. Rejected changes list
      * as well, flagged, since a refused raise of a supervisor's
      * limit is as much audit evidence as an approved one; only
      * the approved ones ever reached a reference file. Closes
      * with counts by table and decision.
      *
      * The range arrives as PARM='YYYYMMDDYYYYMMDD' (from date,
      * then to date, inclusive); with no PARM the whole log is
      * reported.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "REFCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "REFCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
       COPY 'ref-change.cpy'.

       FD  CHANGE-REPORT-FILE.
       01 CHANGE-REPORT-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS         PIC XX VALUE '00'.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.

       01 WS-LOG-EOF            PIC X VALUE 'N'.
           88 LOG-EOF                  VALUE 'Y'.

      * The reference row inside a before or after image, unfolded
      * into its named fields for printing.
       COPY 'discount-tiers.cpy'.
       COPY 'promo-record.cpy'.
       COPY 'supv-auth.cpy'.
       COPY 'exchange-rates.cpy'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

       01 WS-FROM-DATE          PIC 9(8) VALUE 0.
       01 WS-TO-DATE            PIC 9(8) VALUE 99999999.

       01 WS-WORK-IMAGE         PIC X(60) VALUE SPACES.
       01 WS-IMAGE-TEXT         PIC X(60) VALUE SPACES.
       01 WS-ED-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-RATE            PIC 9.99.
       01 WS-ED-XRATE           PIC ZZ9.9999.

      * Counts by table - approved, rejected - in the order
      * DISCTIER, DISCPROM, SUPVAUTH, EXCHRATE.
       01 WS-TABLE-NAMES.
           05 FILLER            PIC X(8) VALUE "DISCTIER".
           05 FILLER            PIC X(8) VALUE "DISCPROM".
           05 FILLER            PIC X(8) VALUE "SUPVAUTH".
           05 FILLER            PIC X(8) VALUE "EXCHRATE".
       01 WS-TABLE-NAME-TABLE REDEFINES WS-TABLE-NAMES.
           05 WS-TABLE-NAME OCCURS 4 TIMES
                             PIC X(8).
       01 WS-TABLE-COUNTS.
           05 WS-TABLE-COUNT-ENTRY OCCURS 4 TIMES.
               10 WS-TC-APPROVED       PIC 9(5).
               10 WS-TC-REJECTED       PIC 9(5).
       01 WS-TABLE-SUB          PIC 9(1) VALUE 0.
       01 WS-FOUND-SUB          PIC 9(1) VALUE 0.

       01 WS-SELECTED-COUNT     PIC 9(7) VALUE 0.
       01 WS-APPROVED-COUNT     PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(7) VALUE 0.

       01 WS-CHANGE-HEADER-1.
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(40)
               VALUE "REFERENCE TABLE CHANGE REPORT".

       01 WS-CHANGE-HEADER-2.
           05 FILLER            PIC X(13) VALUE "REPORT DATE: ".
           05 WS-CH2-MM         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-CH2-DD         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 WS-CH2-YYYY       PIC 9(4).
           05 FILLER            PIC X(17)
               VALUE "   DECIDED FROM: ".
           05 WS-CH2-FROM       PIC 9(8).
           05 FILLER            PIC X(7)  VALUE "   TO: ".
           05 WS-CH2-TO         PIC 9(8).

       01 WS-CHANGE-HEADER-3.
           05 FILLER            PIC X(8)  VALUE "CHANGE".
           05 FILLER            PIC X(10) VALUE "TABLE".
           05 FILLER            PIC X(8)  VALUE "ACTION".
           05 FILLER            PIC X(10) VALUE "DECISION".
           05 FILLER            PIC X(8)  VALUE "MAKER".
           05 FILLER            PIC X(10) VALUE "KEYED".
           05 FILLER            PIC X(8)  VALUE "CHECKER".
           05 FILLER            PIC X(8)  VALUE "DECIDED".

       01 WS-CHANGE-DETAIL.
           05 WS-CD-CHANGE-NO   PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-TABLE       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-ACTION      PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-DECISION    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-MAKER       PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-MAKER-DATE  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-CHECKER     PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CD-CHECK-DATE  PIC 9(8).

       01 WS-IMAGE-LINE.
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 WS-IL-LABEL       PIC X(8).
           05 WS-IL-TEXT        PIC X(60).

       01 WS-COUNT-HEADER.
           05 FILLER            PIC X(10) VALUE "TABLE".
           05 FILLER            PIC X(10) VALUE "  APPROVED".
           05 FILLER            PIC X(10) VALUE "  REJECTED".

       01 WS-COUNT-LINE.
           05 WS-CL-TABLE       PIC X(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-CL-APPROVED    PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-CL-REJECTED    PIC ZZ,ZZ9.

       01 WS-CHANGE-TOTAL-LINE.
           05 FILLER            PIC X(30)
               VALUE "CHANGES DECIDED IN RANGE: ".
           05 WS-CT-COUNT       PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL delivers EXEC PARM data as a halfword length followed by
      * the text - not through COMMAND-LINE, which is only populated
      * for a program started from an open-systems shell.
       01 WS-PARM-AREA.
           05 WS-PARM-LEN        PIC S9(4) COMP.
           05 WS-PARM-TEXT.
               10 WS-PARM-FROM       PIC X(8).
               10 WS-PARM-TO         PIC X(8).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Reference Change Report".
           DISPLAY "==============================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM DETERMINE-RANGE.
           INITIALIZE WS-TABLE-COUNTS.

           PERFORM OPEN-CHANGE-REPORT.
           PERFORM LIST-CHANGE-LOG.
           PERFORM PRINT-CHANGE-TOTALS.
           CLOSE CHANGE-REPORT-FILE.

           DISPLAY "Changes approved: " WS-APPROVED-COUNT.
           DISPLAY "Changes rejected: " WS-REJECTED-COUNT.
           STOP RUN.

       DETERMINE-RANGE.
           IF WS-PARM-LEN >= 16
                   AND WS-PARM-FROM IS NUMERIC
                   AND WS-PARM-TO IS NUMERIC
               MOVE WS-PARM-FROM TO WS-FROM-DATE
               MOVE WS-PARM-TO TO WS-TO-DATE
               DISPLAY "Decided from " WS-FROM-DATE
                   " to " WS-TO-DATE
           ELSE
               DISPLAY "Reporting the whole change log."
           END-IF.

       OPEN-CHANGE-REPORT.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-HEADER-1.
           MOVE WS-RUN-MM TO WS-CH2-MM.
           MOVE WS-RUN-DD TO WS-CH2-DD.
           MOVE WS-RUN-YYYY TO WS-CH2-YYYY.
           MOVE WS-FROM-DATE TO WS-CH2-FROM.
           MOVE WS-TO-DATE TO WS-CH2-TO.
           WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-HEADER-2.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-HEADER-3.

       LIST-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               DISPLAY "*** REFCHGLG not found - nothing to "
                   "report ***"
           ELSE
               PERFORM UNTIL LOG-EOF
                   READ CHANGE-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           IF RC-CHECKER-DATE IS NUMERIC
                                   AND RC-CHECKER-DATE
                                       >= WS-FROM-DATE
                                   AND RC-CHECKER-DATE
                                       <= WS-TO-DATE
                               PERFORM LIST-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

       LIST-ONE-CHANGE.
           ADD 1 TO WS-SELECTED-COUNT.
           MOVE RC-CHANGE-NO TO WS-CD-CHANGE-NO.
           MOVE RC-TABLE-ID TO WS-CD-TABLE.
           MOVE SPACES TO WS-CD-ACTION.
           IF RC-ADD
               MOVE "ADD" TO WS-CD-ACTION
           END-IF.
           IF RC-CHANGE
               MOVE "CHANGE" TO WS-CD-ACTION
           END-IF.
           IF RC-DELETE
               MOVE "DELETE" TO WS-CD-ACTION
           END-IF.

           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > 4
               IF WS-TABLE-NAME(WS-TABLE-SUB) = RC-TABLE-ID
                   MOVE WS-TABLE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF RC-APPROVED
               MOVE "APPROVED" TO WS-CD-DECISION
               ADD 1 TO WS-APPROVED-COUNT
               IF WS-FOUND-SUB > 0
                   ADD 1 TO WS-TC-APPROVED(WS-FOUND-SUB)
               END-IF
           ELSE
               MOVE "REJECTED" TO WS-CD-DECISION
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-FOUND-SUB > 0
                   ADD 1 TO WS-TC-REJECTED(WS-FOUND-SUB)
               END-IF
           END-IF.

           MOVE RC-MAKER-ID TO WS-CD-MAKER.
           MOVE RC-MAKER-DATE TO WS-CD-MAKER-DATE.
           MOVE RC-CHECKER-ID TO WS-CD-CHECKER.
           MOVE RC-CHECKER-DATE TO WS-CD-CHECK-DATE.
           WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-DETAIL.

           MOVE "BEFORE: " TO WS-IL-LABEL.
           MOVE RC-BEFORE-IMAGE TO WS-WORK-IMAGE.
           PERFORM FORMAT-ROW-IMAGE.
           MOVE WS-IMAGE-TEXT TO WS-IL-TEXT.
           WRITE CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE.
           MOVE "AFTER:  " TO WS-IL-LABEL.
           MOVE RC-AFTER-IMAGE TO WS-WORK-IMAGE.
           PERFORM FORMAT-ROW-IMAGE.
           MOVE WS-IMAGE-TEXT TO WS-IL-TEXT.
           WRITE CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE.

       FORMAT-ROW-IMAGE.
      *    One readable line for the row in WS-WORK-IMAGE - the
      *    same layout REFERENCE-MAINT shows at the terminal.
           MOVE SPACES TO WS-IMAGE-TEXT.
           IF WS-WORK-IMAGE = SPACES
               MOVE "(NONE)" TO WS-IMAGE-TEXT
           ELSE
               IF RC-DISCTIER
                   MOVE WS-WORK-IMAGE TO DISCOUNT-TIER-RECORD
                   MOVE DT-BREAKPOINT TO WS-ED-AMOUNT
                   MOVE DT-RATE TO WS-ED-RATE
                   STRING "BREAKPOINT " WS-ED-AMOUNT
                       "  RATE " WS-ED-RATE
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
               IF RC-DISCPROM
                   MOVE WS-WORK-IMAGE TO PROMOTION-RECORD
                   MOVE PM-RATE TO WS-ED-RATE
                   MOVE PM-MIN-AMOUNT TO WS-ED-AMOUNT
                   STRING PM-PROMO-ID " " PM-START-DATE "-"
                       PM-END-DATE " TYPE " PM-PROMO-TYPE
                       " RATE " WS-ED-RATE " MIN " WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
               IF RC-SUPVAUTH
                   MOVE WS-WORK-IMAGE TO SUPERVISOR-AUTH-RECORD
                   MOVE SV-MAX-RATE TO WS-ED-RATE
                   STRING SV-AUTH-CODE " " SV-SUPERVISOR-NAME(1:20)
                       " MAX " WS-ED-RATE " " SV-START-DATE "-"
                       SV-END-DATE
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
               IF RC-EXCHRATE
                   MOVE WS-WORK-IMAGE TO EXCHANGE-RATE-RECORD
                   MOVE ER-RATE-TO-BASE TO WS-ED-XRATE
                   STRING ER-CURRENCY-CODE " " WS-ED-XRATE
                       " FROM " ER-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
                   END-STRING
               END-IF
           END-IF.

       PRINT-CHANGE-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           MOVE WS-SELECTED-COUNT TO WS-CT-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TOTAL-LINE.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-HEADER.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > 4
               MOVE WS-TABLE-NAME(WS-TABLE-SUB) TO WS-CL-TABLE
               MOVE WS-TC-APPROVED(WS-TABLE-SUB) TO WS-CL-APPROVED
               MOVE WS-TC-REJECTED(WS-TABLE-SUB) TO WS-CL-REJECTED
               WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
           END-PERFORM.
