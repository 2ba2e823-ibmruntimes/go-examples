           05 CTL-CHECKPOINT-INTERVAL PIC 9(4).
           05 CTL-REJECT-THRESHOLD-PCT PIC 9(3).
           05 CTL-CUTOFF-HHMM         PIC 9(4).
      *    Circuit breaker: consecutive failed calls to one callback
      *    that open its breaker (000 or spaces = no breaker), and
      *    how many records are held between probe calls while it
      *    stays open.
           05 CTL-BREAKER-THRESHOLD   PIC 9(3).
           05 CTL-BREAKER-PROBE-EVERY PIC 9(4).
      *    Days back a record's name, rectype and payload are
      *    checked against DUPINDEX (000 = the same business date
      *    only; spaces = the default of 7).
           05 CTL-DUP-LOOKBACK-DAYS   PIC 9(3).
           05 FILLER                  PIC X(51).
