      * Copybook: Dunning History Record
      * One row per collection notice on the CUSTDUNH history file,
      * appended by DUNNING-RUN each month and never rewritten, so
      * the file is the permanent record of what was sent to whom
      * and when. Rows for a customer are in date order; the last
      * one is where the customer stands. Level 4 is the referral
      * to collections - no letter is printed for it. Level 0 is
      * written the first run a dunned customer is found no longer
      * past due, so the next delinquency starts again from a
      * first reminder.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 DUNNING-HISTORY-RECORD.
          05 DH-CUSTOMER-ID       PIC 9(5).
          05 DH-NOTICE-DATE       PIC 9(8).
          05 DH-NOTICE-LEVEL      PIC 9(1).
             88 DH-LEVEL-CLEARED  VALUE 0.
             88 DH-LEVEL-REMINDER VALUE 1.
             88 DH-LEVEL-SECOND   VALUE 2.
             88 DH-LEVEL-FINAL    VALUE 3.
             88 DH-LEVEL-REFERRED VALUE 4.
          05 DH-PAST-DUE-AMOUNT   PIC S9(8)V99
                                  SIGN LEADING SEPARATE.
          05 DH-OPEN-BALANCE      PIC S9(8)V99
                                  SIGN LEADING SEPARATE.
          05 DH-OLDEST-DAYS       PIC 9(5).
          05 DH-OLDEST-INVOICE    PIC 9(8).
