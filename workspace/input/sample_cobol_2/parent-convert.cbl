       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARENT-CONVERT.
       AUTHOR. COBOL-EXAMPLE.
       DATE-WRITTEN. 2026-10-15.
      *
      * One-time conversion of the customer master to the layout
      * carrying the national-account parent link. The link is
      * appended to the record, so nothing already on it moves -
      * but the record grew from 201 to 206 bytes and the cluster
      * must be re-loaded at the new length. This program reads
      * the 201-byte master and writes each record whole to the
      * new cluster with the parent link zero (no parent); the
      * links themselves are keyed afterwards in CUSTOMER-MAINT.
      * Run once, with all other jobs against the master held,
      * and swap the datasets when the counts agree.
      *
      * Modification History:
      * 2026-10-15  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "CUSTMOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-CUSTOMER-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
      * The 201-byte record customer-master.cpy described before
      * the parent link was appended - kept here, and only here,
      * so the conversion still reads it after the copybook moved
      * on.
       01 OLD-MASTER-RECORD.
           05 OM-CUSTOMER-ID       PIC 9(5).
           05 OM-MASTER-DATA       PIC X(196).

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
       01 WS-NEW-STATUS         PIC XX VALUE '00'.

       01 WS-OLD-EOF            PIC X VALUE 'N'.
           88 OLD-EOF                  VALUE 'Y'.

       01 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "==============================".
           DISPLAY "Master Parent Link Conversion".
           DISPLAY "==============================".

           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "*** Old master open failed - status "
                   WS-OLD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "*** New master open failed - status "
                   WS-NEW-STATUS " ***"
               CLOSE OLD-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL OLD-EOF
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           CLOSE OLD-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

           DISPLAY "Records read:    " WS-READ-COUNT.
           DISPLAY "Records written: " WS-WRITTEN-COUNT.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               DISPLAY "*** Counts do not agree - do not swap "
                   "the datasets ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       CONVERT-ONE-CUSTOMER.
      *    Everything already on the record carries across byte
      *    for byte; only the appended link is set.
           MOVE OLD-MASTER-RECORD TO CUSTOMER-MASTER-RECORD.
           MOVE 0 TO CM-PARENT-ID.

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** Write failed for customer "
                       CM-CUSTOMER-ID " - status "
                       WS-NEW-STATUS " ***"
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
