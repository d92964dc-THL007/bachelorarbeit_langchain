      * Copybook: Closed Period Control Record
      * One row per closed accounting month on the CUSTPCLS period
      * control file, written by PERIOD-CLOSE once the month's
      * statements, tax and aging reports are final. Periods close
      * in order, so the latest row is the lock every posting
      * program reads: a transaction or payment dated in or before
      * that month is not posted but goes to suspense (or the cash
      * exception listing) for an authorized adjustment into the
      * current period.
      *
      * PC-CLOSE-STAMP is also carried on each CUSTPSNP snapshot
      * row the close wrote, so a reader takes only the snapshot
      * of the close that completed - rows left by a close that
      * failed part way never match. PC-LATER-POSTINGS counts the
      * audit lines already posted after the month ended when it
      * closed; their effect is in the snapshot's open balance.
      *
      * Modification History:
      * 2026-10-15  Initial layout.
       01 PERIOD-CLOSE-RECORD.
          05 PC-PERIOD            PIC 9(6).
          05 PC-CLOSE-STAMP       PIC X(14).
          05 PC-BRANCH-COUNT      PIC 9(3).
          05 PC-LATER-POSTINGS    PIC 9(7).
          05 FILLER               PIC X(10).
