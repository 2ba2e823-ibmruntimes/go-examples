      * CCWQMON - work-queue monitor.  Reads WORKQFILE      *
      * read-only (no locks held) while the overnight       *
      * claiming instances run and reports:                 *
      *   - queue depth by status (pending/claimed/held/    *
      *     done)                                           *
      *   - the same depths broken out by business date,    *
      *     with an aging line for records pending 2 or     *
      *     more days so stuck work cannot hide             *
      *   - per-instance claimed and held counts            *
      *   - the oldest still-claimed WQ-SEQNO per instance, *
      *     so a hung instance is visible at a glance       *
      *   - completion percentage, and in interval mode an  *
      * actually took on an instance that has already       *
      * finished its claims.  Instances currently holding   *
      * claims have their acknowledgment shown either way.  *
      * The same instances have their BRKSTAT.<id> circuit- *
      * breaker state shown: which callback FP breakers are *
      * open and how many records each is holding.          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COMMAND-ACK-FILE ASSIGN TO WS-CMDACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDACK-FILE-STATUS.
           SELECT BREAKER-STATE-FILE ASSIGN TO WS-BREAKER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKSTAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-QUEUE-FILE.
       FD  COMMAND-ACK-FILE
           RECORDING MODE IS F.
       COPY CCCMDAK.
       FD  BREAKER-STATE-FILE
           RECORDING MODE IS F.
       COPY CCBRKST.
       WORKING-STORAGE SECTION.
       01  WS-WORKQ-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-CMDACK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-CMDACK-FILENAME         PIC X(16) VALUE SPACES.
       01  WS-BRKSTAT-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-BREAKER-FILENAME        PIC X(16) VALUE SPACES.
       01  WS-ACK-INSTANCE-ID         PIC X(8)  VALUE SPACES.
       01  WS-ACK-ARG-NUMBER          PIC 9(2)  VALUE 0.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.

       01  WS-PENDING-COUNT           PIC 9(8) VALUE 0.
       01  WS-CLAIMED-COUNT           PIC 9(8) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(8) VALUE 0.
       01  WS-DONE-COUNT              PIC 9(8) VALUE 0.
       01  WS-OTHER-COUNT             PIC 9(8) VALUE 0.
       01  WS-TOTAL-COUNT             PIC 9(8) VALUE 0.
                             INDEXED BY WS-INST-IDX.
               10 WS-INST-ID          PIC X(8).
               10 WS-INST-CLAIMED     PIC 9(8) COMP.
               10 WS-INST-HELD        PIC 9(8) COMP.
               10 WS-INST-OLDEST-SEQ  PIC 9(8).
       01  WS-INST-FOUND-SWITCH       PIC X VALUE 'N'.
           88 WS-INST-FOUND                 VALUE 'Y'.
               10 WS-BD-DATE          PIC X(8).
               10 WS-BD-PENDING       PIC 9(8) COMP.
               10 WS-BD-CLAIMED       PIC 9(8) COMP.
               10 WS-BD-HELD          PIC 9(8) COMP.
               10 WS-BD-DONE          PIC 9(8) COMP.
       01  WS-BD-FOUND-SWITCH         PIC X VALUE 'N'.
           88 WS-BD-FOUND                   VALUE 'Y'.
           PERFORM 120-WRITE-REPORT.
           MOVE WS-DONE-COUNT TO WS-PRIOR-DONE-COUNT.
           MOVE 'N' TO WS-FIRST-SAMPLE-SWITCH.
      *    HELD work only moves again when its instance probes the
      *    callback, so it does not keep the monitor waiting.
           IF WS-TOTAL-COUNT > 0
               AND WS-PENDING-COUNT = 0
               AND WS-CLAIMED-COUNT = 0
               SET WS-QUEUE-DRAINED TO TRUE
               DISPLAY "QUEUE DRAINED, MONITOR ENDING"
               IF WS-HELD-COUNT > 0
                   DISPLAY "*** " WS-HELD-COUNT
                       " RECORD(S) LEFT HELD BEHIND OPEN BREAKERS"
               END-IF
           END-IF.

       110-SCAN-WORK-QUEUE.
           MOVE 0 TO WS-PENDING-COUNT WS-CLAIMED-COUNT WS-HELD-COUNT
                     WS-DONE-COUNT WS-OTHER-COUNT WS-TOTAL-COUNT
                     WS-INSTANCE-TABLE-COUNT WS-BDATE-TABLE-COUNT
                     WS-AGED-PENDING-COUNT.
                               IF WQ-DONE
                                   ADD 1 TO WS-DONE-COUNT
                               ELSE
                                   IF WQ-HELD
                                       ADD 1 TO WS-HELD-COUNT
                                       PERFORM 130-TALLY-INSTANCE
                                   ELSE
                                       ADD 1 TO WS-OTHER-COUNT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
       115-TALLY-BUSINESS-DATE.
           IF WQ-BUSINESS-DATE IS NUMERIC
               MOVE WQ-BUSINESS-DATE TO WS-BUCKET-DATE
               IF WQ-PENDING OR WQ-HELD
                   MOVE WQ-BUSINESS-DATE TO WS-DATE-NUMERIC
                   COMPUTE WS-BDATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
               MOVE WS-BUCKET-DATE TO WS-BD-DATE (WS-BD-IDX)
               MOVE 0 TO WS-BD-PENDING (WS-BD-IDX)
               MOVE 0 TO WS-BD-CLAIMED (WS-BD-IDX)
               MOVE 0 TO WS-BD-HELD (WS-BD-IDX)
               MOVE 0 TO WS-BD-DONE (WS-BD-IDX)
           END-IF.
           IF WQ-PENDING
               ELSE
                   IF WQ-DONE
                       ADD 1 TO WS-BD-DONE (WS-BD-IDX)
                   ELSE
                       IF WQ-HELD
                           ADD 1 TO WS-BD-HELD (WS-BD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY "WORKQ STATUS AT " WS-CLOCK-TIMESTAMP (1:14).
           DISPLAY "  PENDING: " WS-PENDING-COUNT
               "  CLAIMED: " WS-CLAIMED-COUNT
               "  HELD: " WS-HELD-COUNT
               "  DONE: " WS-DONE-COUNT.
           IF WS-OTHER-COUNT > 0
               DISPLAY "  UNRECOGNIZED STATUS VALUES: " WS-OTHER-COUNT
               DISPLAY "  DATE " WS-BD-DATE (WS-BD-IDX)
                   "  PENDING: " WS-BD-PENDING (WS-BD-IDX)
                   "  CLAIMED: " WS-BD-CLAIMED (WS-BD-IDX)
                   "  HELD: " WS-BD-HELD (WS-BD-IDX)
                   "  DONE: " WS-BD-DONE (WS-BD-IDX)
           END-PERFORM.
           IF WS-AGED-PENDING-COUNT > 0
           END-IF.

       130-TALLY-INSTANCE.
      *    Claims and HELD records both belong to the instance in
      *    WQ-CLAIMED-BY; only claims count toward the oldest
      *    claimed SEQNO.
           MOVE 'N' TO WS-INST-FOUND-SWITCH.
           SET WS-INST-IDX TO 1.
           PERFORM UNTIL WS-INST-IDX > WS-INSTANCE-TABLE-COUNT
                   SET WS-INST-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-INST-FOUND
               IF WS-INSTANCE-TABLE-COUNT < 16
                   ADD 1 TO WS-INSTANCE-TABLE-COUNT
                   SET WS-INST-IDX TO WS-INSTANCE-TABLE-COUNT
                   MOVE WQ-CLAIMED-BY TO WS-INST-ID (WS-INST-IDX)
                   MOVE 0 TO WS-INST-CLAIMED (WS-INST-IDX)
                   MOVE 0 TO WS-INST-HELD (WS-INST-IDX)
                   MOVE 99999999 TO WS-INST-OLDEST-SEQ (WS-INST-IDX)
                   SET WS-INST-FOUND TO TRUE
               ELSE
                   IF NOT WS-INST-TABLE-FULL
                       DISPLAY "MORE THAN 16 CLAIMING INSTANCES, "
                   END-IF
               END-IF
           END-IF.
           IF WS-INST-FOUND
               IF WQ-HELD
                   ADD 1 TO WS-INST-HELD (WS-INST-IDX)
               ELSE
                   ADD 1 TO WS-INST-CLAIMED (WS-INST-IDX)
                   IF WQ-SEQNO < WS-INST-OLDEST-SEQ (WS-INST-IDX)
                       MOVE WQ-SEQNO
                           TO WS-INST-OLDEST-SEQ (WS-INST-IDX)
                   END-IF
               END-IF
           END-IF.

       140-REPORT-INSTANCES.
           IF WS-INSTANCE-TABLE-COUNT = 0
           END-IF.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-INSTANCE-TABLE-COUNT
               IF WS-INST-CLAIMED (WS-INST-IDX) > 0
                   DISPLAY "  INSTANCE " WS-INST-ID (WS-INST-IDX)
                       " HOLDS " WS-INST-CLAIMED (WS-INST-IDX)
                       " CLAIMS, OLDEST SEQNO "
                       WS-INST-OLDEST-SEQ (WS-INST-IDX)
               END-IF
               IF WS-INST-HELD (WS-INST-IDX) > 0
                   DISPLAY "  INSTANCE " WS-INST-ID (WS-INST-IDX)
                       " HAS " WS-INST-HELD (WS-INST-IDX)
                       " RECORDS HELD BEHIND OPEN BREAKERS"
               END-IF
               MOVE WS-INST-ID (WS-INST-IDX) TO WS-ACK-INSTANCE-ID
               PERFORM 148-SHOW-ONE-ACK
               PERFORM 149-SHOW-ONE-BREAKER-STATE
           END-PERFORM.

       145-REPORT-LISTED-ACKS.
               IF WS-ARG-VALUE NOT = SPACES
                   MOVE WS-ARG-VALUE TO WS-ACK-INSTANCE-ID
                   PERFORM 148-SHOW-ONE-ACK
                   PERFORM 149-SHOW-ONE-BREAKER-STATE
               END-IF
           END-PERFORM.

           END-READ.
           CLOSE COMMAND-ACK-FILE.

       149-SHOW-ONE-BREAKER-STATE.
      *    No BRKSTAT.<id> just means no breaker of that instance
      *    has tripped; only the breakers that have are listed.
           MOVE SPACES TO WS-BREAKER-FILENAME.
           STRING "BRKSTAT." DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACK-INSTANCE-ID) DELIMITED BY SIZE
               INTO WS-BREAKER-FILENAME.
           OPEN INPUT BREAKER-STATE-FILE.
           IF WS-BRKSTAT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BRKSTAT-FILE-STATUS NOT = '00'
               READ BREAKER-STATE-FILE
                   AT END
                       MOVE '10' TO WS-BRKSTAT-FILE-STATUS
                   NOT AT END
                       IF BRK-IS-OPEN
                           DISPLAY "  *** INSTANCE " WS-ACK-INSTANCE-ID
                               " BREAKER FP " BRK-FP-INDEX
                               " OPEN SINCE " BRK-OPENED-TS (1:14)
                               ", HOLDING " BRK-HELD-COUNT
                       ELSE
                           DISPLAY "  INSTANCE " WS-ACK-INSTANCE-ID
                               " BREAKER FP " BRK-FP-INDEX
                               " CLOSED, TRIPPED " BRK-TRIP-COUNT
                               " TIME(S)"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BREAKER-STATE-FILE.

       150-REPORT-COMPLETION-RATE.
      *    Rate needs two samples; nothing to project on the first
      *    pass or in one-shot mode.
