      *****************************************************
      * CCBRKST - circuit-breaker state, rewritten by       *
      * SUBPROG to BRKSTAT.<id> (BRKSTAT in TRANFILE mode)  *
      * each time a breaker opens or closes and again at    *
      * end of run, so CCWQMON can show which callbacks are *
      * shut off and how much work each is holding.  One    *
      * line per breaker that has tripped this run; FP      *
      * index 00 is the default callback FP.                *
      *****************************************************
       01  BREAKER-STATE-RECORD.
           05 BRK-FP-INDEX             PIC 9(2).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BRK-STATE                PIC X(6).
               88 BRK-IS-OPEN                 VALUE 'OPEN'.
               88 BRK-IS-CLOSED               VALUE 'CLOSED'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 BRK-CONSEC-FAILURES      PIC 9(4).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BRK-HELD-COUNT           PIC 9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BRK-TRIP-COUNT           PIC 9(4).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BRK-OPENED-TS            PIC X(21).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BRK-WRITTEN-TS           PIC X(21).
           05 FILLER                   PIC X(8).
