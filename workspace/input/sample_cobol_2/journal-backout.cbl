      *
      * Modification History:
      * 2026-09-02  Initial version.
      * 2026-10-15  Journal images widened to 206 bytes with the
      *             customer master's parent link.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-ENTRY OCCURS 2000 TIMES
                        INDEXED BY WS-EN-IDX.
               10 WS-EN-ACTION         PIC X(1).
               10 WS-EN-BEFORE         PIC X(206).
               10 WS-EN-AFTER          PIC X(206).
       01 WS-ENTRY-SUB          PIC S9(4) VALUE 0.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.

               10 WS-ST-COUNT          PIC 9(5).
       01 WS-STAMP-FOUND        PIC X VALUE 'N'.

       01 WS-CURRENT-IMAGE      PIC X(206) VALUE SPACES.
       01 WS-RECORD-FOUND       PIC X VALUE 'N'.

       01 WS-REVERSED-COUNT     PIC 9(4) VALUE 0.
