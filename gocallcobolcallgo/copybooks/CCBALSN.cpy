      *****************************************************
      * CCBALSN - balance snapshot, written by CCBALPRF at  *
      * the end of every balance proof so the next night's  *
      * proof has its opening balances.  The first record   *
      * is the control record: the business date proved,   *
      * the newest journal timestamp counted in that proof  *
      * (journal lines after it belong to the next proof),  *
      * and the same two values from the proof before, so   *
      * a rerun of the same date proves from the same       *
      * opening position.  Then one detail record per name  *
      * with its closing balance and the opening balance    *
      * that proof started from.                            *
      *****************************************************
       01  BALANCE-CONTROL-RECORD.
           05 BSC-MARKER               PIC X(5).
               88 BSC-IS-CONTROL              VALUE '*CTL*'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 BSC-AS-OF-DATE           PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BSC-HIGH-WATER           PIC X(21).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BSC-PRIOR-DATE           PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BSC-PRIOR-HIGH-WATER     PIC X(21).
           05 FILLER                   PIC X(13).
       01  BALANCE-SNAPSHOT-RECORD.
           05 BAL-ASTRING-NAME         PIC X(5).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BAL-CLOSING-ANSWER       PIC -9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BAL-OPENING-ANSWER       PIC -9(8).
           05 FILLER                   PIC X(55).
