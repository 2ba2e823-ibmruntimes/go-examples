       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCBALPRF.
      *****************************************************
      * CCBALPRF - end-of-day ULTIMATEANSWER balance proof.  *
      * SUBPROG carries ULTIMATEANSWER as a running balance  *
      * per ASTRING name on ASTRMSTR; this program proves,   *
      * for every name, that                                 *
      *     opening balance                                  *
      *   + the day's journaled changes (each journal line's *
      *     ULTIMATEANSWER-OUT less its ULTIMATEANSWER-IN)   *
      *   = closing balance (MST-LAST-ANSWER-OUT)            *
      * and lists every name that does not tie in BALRPT.    *
      *                                                      *
      * Opening balances come from BALSNAP (CCBALSN), the    *
      * snapshot the previous proof left behind.  The day's  *
      * journal lines are every line in the shared JRNLFILE, *
      * the per-instance JRNLFILE.<id> files and the active  *
      * JRNLARCH generations on JRNLGENS that is newer than  *
      * the snapshot's high-water timestamp, so a batch that *
      * runs past midnight or a journal rotated before the   *
      * proof still counts exactly once.  A name first seen  *
      * today opens at 42, the opening value SUBPROG gives a *
      * name new to the master.  At the end the snapshot is  *
      * rewritten from the closing balances for tomorrow; a  *
      * rerun for the same date proves again from the same   *
      * opening position.  With no BALSNAP at all the run    *
      * only establishes the baseline from ASTRMSTR.         *
      * Every run signs its date off on SIGNOFF (CCSIGNF)    *
      * for CCDAYROL.                                        *
      *                                                      *
      * Arguments:                                           *
      *   1 - business date proved, YYYYMMDD (default the    *
      *       current business date on BUSDATE, CCBUSDT, or  *
      *       today without one)                             *
      *   2..9 - instance ids; JRNLFILE.<id> is read for     *
      *       each in addition to the shared JRNLFILE.  CERT *
      *       is skipped - certification never posts - and   *
      *       so are generations archived from JRNLFILE.CERT.*
      *                                                      *
      * RETURN-CODE 8 when any name is out of balance, 4     *
      * when only the baseline was established, 16 when the  *
      * proof cannot be made.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'ASTRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ASTRING-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO 'JRNLGENS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'BALSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO 'BALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'SIGNOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY CCMASTR.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY CCJRNL.
       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       COPY CCJRNLG.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY CCBALSN.
       FD  PROOF-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       COPY CCSIGNF.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REGISTRY-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-SNAPSHOT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SIGNOFF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X  VALUE 'N'.
           88 WS-RUN-ABORTED                VALUE 'Y'.
       01  WS-BALANCED-SWITCH         PIC X  VALUE 'Y'.
           88 WS-ALL-NAMES-TIE              VALUE 'Y'.
       01  WS-SNAPSHOT-SWITCH         PIC X  VALUE 'N'.
           88 WS-SNAPSHOT-PRESENT           VALUE 'Y'.
       01  WS-RERUN-SWITCH            PIC X  VALUE 'N'.
           88 WS-RERUN-OF-DATE              VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH       PIC X  VALUE 'N'.
           88 WS-NAME-TABLE-FULL            VALUE 'Y'.
       01  WS-REG-OVERFLOW-SWITCH     PIC X  VALUE 'N'.
           88 WS-REGISTRY-OVERFLOWED        VALUE 'Y'.

       01  WS-JOURNAL-FILENAME        PIC X(16) VALUE 'JRNLFILE'.
       01  WS-ARG-NUMBER              PIC 9(2)  VALUE 0.
       01  WS-ARG-VALUE               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-TIMESTAMP         PIC X(21).

      *    The date being proved, the snapshot it proves from, and
      *    the journal window: lines newer than WS-LOW-WATER count,
      *    and the newest one counted becomes the next high-water.
       01  WS-PROOF-DATE              PIC X(8)  VALUE SPACES.
       01  WS-BASE-DATE               PIC X(8)  VALUE SPACES.
       01  WS-LOW-WATER               PIC X(21) VALUE SPACES.
       01  WS-HIGH-WATER              PIC X(21) VALUE SPACES.

      *    Opening value for a name first seen today; SUBPROG's
      *    WS-OPENING-ANSWER.
       01  WS-OPENING-ANSWER          PIC S9(8) COMP VALUE 42.

      *    Active archived generations from JRNLGENS, loaded the
      *    way CCACTSTM loads them; a generation whose lines all
      *    predate the low-water mark is not opened.
       01  WS-GEN-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-GEN-IDX.
               10 WS-GT-FILENAME      PIC X(16).
               10 WS-GT-DATE-TO       PIC X(8).
               10 WS-GT-SOURCE        PIC X(16).
               10 WS-GT-STATUS        PIC X.

      *    One entry per name in the snapshot, the journals or the
      *    master.
       01  WS-NAME-TABLE-COUNT        PIC 9(4) VALUE 0.
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-NAME-IDX.
               10 WS-NT-NAME          PIC X(5).
               10 WS-NT-OPENING       PIC S9(9)  COMP.
               10 WS-NT-NET-CHANGE    PIC S9(11) COMP.
               10 WS-NT-CLOSING       PIC S9(9)  COMP.
               10 WS-NT-JRNL-COUNT    PIC 9(8)   COMP.
               10 WS-NT-IN-SNAPSHOT   PIC X.
               10 WS-NT-ON-MASTER     PIC X.
       01  WS-LOOKUP-NAME             PIC X(5).
       01  WS-NAME-FOUND-SWITCH       PIC X VALUE 'N'.
           88 WS-NAME-FOUND                 VALUE 'Y'.

       01  WS-EXPECTED-CLOSING        PIC S9(11) COMP VALUE 0.
       01  WS-ANSWER-DISPLAY          PIC -9(8).
       01  WS-CLOSING-DISPLAY         PIC -9(8).
       01  WS-CHANGE-DISPLAY          PIC -9(10).
       01  WS-EXPECTED-DISPLAY        PIC -9(10).
       01  WS-JRNL-FILES-READ         PIC 9(4) VALUE 0.
       01  WS-JRNL-LINES-COUNTED      PIC 9(8) VALUE 0.
       01  WS-NAMES-PROVED            PIC 9(8) VALUE 0.
       01  WS-NAMES-OUT-OF-BALANCE    PIC 9(8) VALUE 0.
       01  WS-SNAPSHOT-WRITTEN        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 010-LOAD-ARGUMENTS.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
               PERFORM 900-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 020-LOAD-SNAPSHOT.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
               PERFORM 900-WRITE-SIGNOFF
               GOBACK
           END-IF.
           OPEN OUTPUT PROOF-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "BALRPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 900-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 100-WRITE-REPORT-HEADER.
           PERFORM 030-READ-ALL-JOURNALS.
           PERFORM 050-READ-MASTER.
           IF WS-RUN-ABORTED
               CLOSE PROOF-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 900-WRITE-SIGNOFF
               GOBACK
           END-IF.
           IF WS-SNAPSHOT-PRESENT
               PERFORM 110-PROVE-ONE-NAME
                   VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
           END-IF.
           IF NOT WS-NAME-TABLE-FULL
               PERFORM 060-WRITE-NEW-SNAPSHOT
           END-IF.
           PERFORM 120-WRITE-REPORT-TOTALS.
           CLOSE PROOF-REPORT-FILE.
           IF WS-NAME-TABLE-FULL
               OR WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT WS-ALL-NAMES-TIE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT WS-SNAPSHOT-PRESENT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 900-WRITE-SIGNOFF.
           GOBACK.

       010-LOAD-ARGUMENTS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.
           MOVE WS-TODAY-TIMESTAMP (1:8) TO WS-PROOF-DATE.
           PERFORM 015-LOAD-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-PROOF-DATE
           END-IF.
           IF WS-PROOF-DATE IS NOT NUMERIC
               DISPLAY "PROOF DATE " WS-PROOF-DATE
                   " IS NOT YYYYMMDD"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PROVING ULTIMATEANSWER BALANCES FOR "
               WS-PROOF-DATE.

       015-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-CURRENT-DATE IS NUMERIC
               MOVE BDT-CURRENT-DATE TO WS-PROOF-DATE
           END-IF.

       020-LOAD-SNAPSHOT.
      *    A missing BALSNAP means no proof has ever run; anything
      *    else that keeps it unreadable must stop the proof rather
      *    than report every name against an opening of zero.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-FILE-STATUS = '35'
               DISPLAY "NO BALSNAP, THIS RUN ESTABLISHES THE "
                   "BASELINE FROM ASTRMSTR"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY "BALSNAP OPEN FAILED, STATUS="
                   WS-SNAPSHOT-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           READ SNAPSHOT-FILE
               AT END
                   MOVE SPACES TO BSC-MARKER
           END-READ.
           IF NOT BSC-IS-CONTROL
               DISPLAY "BALSNAP HAS NO CONTROL RECORD, PROOF STOPPED"
               SET WS-RUN-ABORTED TO TRUE
               CLOSE SNAPSHOT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF BSC-AS-OF-DATE > WS-PROOF-DATE
               DISPLAY "BALSNAP IS AS OF " BSC-AS-OF-DATE
                   ", LATER THAN " WS-PROOF-DATE ", PROOF STOPPED"
               SET WS-RUN-ABORTED TO TRUE
               CLOSE SNAPSHOT-FILE
               EXIT PARAGRAPH
           END-IF.
           SET WS-SNAPSHOT-PRESENT TO TRUE.
           IF BSC-AS-OF-DATE = WS-PROOF-DATE
               SET WS-RERUN-OF-DATE TO TRUE
               MOVE BSC-PRIOR-DATE TO WS-BASE-DATE
               MOVE BSC-PRIOR-HIGH-WATER TO WS-LOW-WATER
               DISPLAY "RERUN FOR " WS-PROOF-DATE
                   ", PROVING FROM THE " WS-BASE-DATE " SNAPSHOT"
           ELSE
               MOVE BSC-AS-OF-DATE TO WS-BASE-DATE
               MOVE BSC-HIGH-WATER TO WS-LOW-WATER
           END-IF.
           MOVE WS-LOW-WATER TO WS-HIGH-WATER.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ SNAPSHOT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 025-TABLE-SNAPSHOT-NAME
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

       025-TABLE-SNAPSHOT-NAME.
           MOVE BAL-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-OR-ADD-NAME.
           IF NOT WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-NT-IN-SNAPSHOT (WS-NAME-IDX).
           IF WS-RERUN-OF-DATE
               COMPUTE WS-NT-OPENING (WS-NAME-IDX) =
                   FUNCTION NUMVAL(BAL-OPENING-ANSWER)
           ELSE
               COMPUTE WS-NT-OPENING (WS-NAME-IDX) =
                   FUNCTION NUMVAL(BAL-CLOSING-ANSWER)
           END-IF.

       030-READ-ALL-JOURNALS.
      *    The shared JRNLFILE, then JRNLFILE.<id> for each instance
      *    id passed, then the active archived generations.
           MOVE 'JRNLFILE' TO WS-JOURNAL-FILENAME.
           PERFORM 040-READ-ONE-JOURNAL.
           PERFORM VARYING WS-ARG-NUMBER FROM 2 BY 1
                   UNTIL WS-ARG-NUMBER > 9
               MOVE SPACES TO WS-ARG-VALUE
               DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE = 'CERT'
                   DISPLAY "CERTIFICATION JOURNAL SKIPPED"
               ELSE
                   IF WS-ARG-VALUE NOT = SPACES
                       MOVE SPACES TO WS-JOURNAL-FILENAME
                       STRING "JRNLFILE." DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ARG-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-JOURNAL-FILENAME
                       END-STRING
                       PERFORM 040-READ-ONE-JOURNAL
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 035-LOAD-GENERATION-REGISTRY.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-TABLE-COUNT
               IF WS-GT-STATUS (WS-GEN-IDX) = 'A'
                   AND WS-GT-SOURCE (WS-GEN-IDX) NOT = 'JRNLFILE.CERT'
                   AND (WS-LOW-WATER = SPACES
                   OR WS-GT-DATE-TO (WS-GEN-IDX) >=
                       WS-LOW-WATER (1:8))
                   MOVE WS-GT-FILENAME (WS-GEN-IDX)
                       TO WS-JOURNAL-FILENAME
                   PERFORM 040-READ-ONE-JOURNAL
               END-IF
           END-PERFORM.

       035-LOAD-GENERATION-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS NOT = '00'
               DISPLAY "NO JRNLGENS REGISTRY, ARCHIVED GENERATIONS "
                   "NOT READ"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ REGISTRY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-GEN-TABLE-COUNT >= 2000
                           IF NOT WS-REGISTRY-OVERFLOWED
                               DISPLAY "JRNLGENS HAS MORE THAN 2000 "
                                   "GENERATIONS, REMAINDER NOT READ"
                               SET WS-REGISTRY-OVERFLOWED TO TRUE
                           END-IF
                       ELSE
                           ADD 1 TO WS-GEN-TABLE-COUNT
                           SET WS-GEN-IDX TO WS-GEN-TABLE-COUNT
                           MOVE GEN-FILENAME
                               TO WS-GT-FILENAME (WS-GEN-IDX)
                           MOVE GEN-DATE-TO
                               TO WS-GT-DATE-TO (WS-GEN-IDX)
                           MOVE GEN-SOURCE
                               TO WS-GT-SOURCE (WS-GEN-IDX)
                           MOVE GEN-STATUS
                               TO WS-GT-STATUS (WS-GEN-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       040-READ-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY "JOURNAL " WS-JOURNAL-FILENAME
                   " NOT AVAILABLE, STATUS=" WS-JOURNAL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JRNL-FILES-READ.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ JOURNAL-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF JRNL-TIMESTAMP > WS-LOW-WATER
                           PERFORM 045-COUNT-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       045-COUNT-JOURNAL-LINE.
           IF JRNL-TIMESTAMP > WS-HIGH-WATER
               MOVE JRNL-TIMESTAMP TO WS-HIGH-WATER
           END-IF.
           MOVE JRNL-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-OR-ADD-NAME.
           IF NOT WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JRNL-LINES-COUNTED.
           ADD 1 TO WS-NT-JRNL-COUNT (WS-NAME-IDX).
           COMPUTE WS-NT-NET-CHANGE (WS-NAME-IDX) =
               WS-NT-NET-CHANGE (WS-NAME-IDX)
               + FUNCTION NUMVAL(JRNL-ULTIMATEANSWER-OUT)
               - FUNCTION NUMVAL(JRNL-ULTIMATEANSWER-IN).

       050-READ-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ASTRMSTR OPEN FAILED, STATUS="
                   WS-MASTER-FILE-STATUS
               MOVE SPACES TO SUMMARY-LINE
               STRING "ASTRMSTR NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                   ", NO PROOF MADE" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO MST-ASTRING-NAME.
           START MASTER-FILE KEY >= MST-ASTRING-NAME
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 055-TABLE-MASTER-NAME
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       055-TABLE-MASTER-NAME.
           MOVE MST-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-OR-ADD-NAME.
           IF NOT WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-NT-ON-MASTER (WS-NAME-IDX).
           COMPUTE WS-NT-CLOSING (WS-NAME-IDX) =
               FUNCTION NUMVAL(MST-LAST-ANSWER-OUT).
      *    Without a snapshot there is nothing to prove from; the
      *    master's balance is taken as both ends of the baseline.
           IF NOT WS-SNAPSHOT-PRESENT
               MOVE WS-NT-CLOSING (WS-NAME-IDX)
                   TO WS-NT-OPENING (WS-NAME-IDX)
           END-IF.

       060-WRITE-NEW-SNAPSHOT.
      *    Rewritten whether or not today tied: the master is the
      *    balance going forward, and the breaks are already on
      *    BALRPT.  A rerun of this date reads the opening balances
      *    and low-water mark back from the prior-proof fields.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY "BALSNAP OPEN FOR OUTPUT FAILED, STATUS="
                   WS-SNAPSHOT-FILE-STATUS
                   ", TOMORROW HAS NO OPENING BALANCES"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BALANCE-CONTROL-RECORD.
           SET BSC-IS-CONTROL TO TRUE.
           MOVE WS-PROOF-DATE TO BSC-AS-OF-DATE.
           MOVE WS-HIGH-WATER TO BSC-HIGH-WATER.
           IF WS-SNAPSHOT-PRESENT
               MOVE WS-BASE-DATE TO BSC-PRIOR-DATE
               MOVE WS-LOW-WATER TO BSC-PRIOR-HIGH-WATER
           ELSE
               MOVE WS-PROOF-DATE TO BSC-PRIOR-DATE
               MOVE WS-HIGH-WATER TO BSC-PRIOR-HIGH-WATER
           END-IF.
           WRITE BALANCE-CONTROL-RECORD.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
               IF WS-NT-ON-MASTER (WS-NAME-IDX) = 'Y'
                   MOVE SPACES TO BALANCE-SNAPSHOT-RECORD
                   MOVE WS-NT-NAME (WS-NAME-IDX) TO BAL-ASTRING-NAME
                   MOVE WS-NT-CLOSING (WS-NAME-IDX)
                       TO BAL-CLOSING-ANSWER
                   MOVE WS-NT-OPENING (WS-NAME-IDX)
                       TO BAL-OPENING-ANSWER
                   WRITE BALANCE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPSHOT-WRITTEN
               END-IF
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

       100-WRITE-REPORT-HEADER.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCBALPRF ULTIMATEANSWER BALANCE PROOF FOR "
               DELIMITED BY SIZE
               WS-PROOF-DATE DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           IF WS-SNAPSHOT-PRESENT
               STRING "OPENING BALANCES FROM THE " DELIMITED BY SIZE
                   WS-BASE-DATE DELIMITED BY SIZE
                   " SNAPSHOT, JOURNAL LINES AFTER "
                   DELIMITED BY SIZE
                   WS-LOW-WATER (1:14) DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
           ELSE
               STRING "NO PRIOR SNAPSHOT - BASELINE ESTABLISHED "
                   "FROM ASTRMSTR, NOTHING PROVED" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
           END-IF.
           WRITE SUMMARY-LINE.

       110-PROVE-ONE-NAME.
      *    A name first seen today (in a journal or on the master
      *    but not in the snapshot) opens at the opening value.
           IF WS-NT-IN-SNAPSHOT (WS-NAME-IDX) NOT = 'Y'
               MOVE WS-OPENING-ANSWER TO WS-NT-OPENING (WS-NAME-IDX)
           END-IF.
           ADD 1 TO WS-NAMES-PROVED.
           COMPUTE WS-EXPECTED-CLOSING =
               WS-NT-OPENING (WS-NAME-IDX)
               + WS-NT-NET-CHANGE (WS-NAME-IDX).
           MOVE SPACES TO SUMMARY-LINE.
           IF WS-NT-ON-MASTER (WS-NAME-IDX) NOT = 'Y'
               STRING "OUT OF BALANCE: NAME " DELIMITED BY SIZE
                   WS-NT-NAME (WS-NAME-IDX) DELIMITED BY SIZE
                   " IS NOT ON ASTRMSTR" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
           ELSE
               IF WS-EXPECTED-CLOSING NOT =
                   WS-NT-CLOSING (WS-NAME-IDX)
                   STRING "OUT OF BALANCE: NAME " DELIMITED BY SIZE
                       WS-NT-NAME (WS-NAME-IDX) DELIMITED BY SIZE
                       " DOES NOT TIE" DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
               END-IF
           END-IF.
           IF SUMMARY-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BALANCED-SWITCH.
           ADD 1 TO WS-NAMES-OUT-OF-BALANCE.
           WRITE SUMMARY-LINE.
           MOVE WS-NT-OPENING (WS-NAME-IDX) TO WS-ANSWER-DISPLAY.
           MOVE WS-NT-NET-CHANGE (WS-NAME-IDX) TO WS-CHANGE-DISPLAY.
           MOVE WS-EXPECTED-CLOSING TO WS-EXPECTED-DISPLAY.
           MOVE WS-NT-CLOSING (WS-NAME-IDX) TO WS-CLOSING-DISPLAY.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  OPEN " DELIMITED BY SIZE
               WS-ANSWER-DISPLAY DELIMITED BY SIZE
               " CHG " DELIMITED BY SIZE
               WS-CHANGE-DISPLAY DELIMITED BY SIZE
               " EXP " DELIMITED BY SIZE
               WS-EXPECTED-DISPLAY DELIMITED BY SIZE
               " CLOSE " DELIMITED BY SIZE
               WS-CLOSING-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       120-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "JOURNAL FILES READ:       " DELIMITED BY SIZE
               WS-JRNL-FILES-READ DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "JOURNAL LINES COUNTED:    " DELIMITED BY SIZE
               WS-JRNL-LINES-COUNTED DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "NAMES PROVED:             " DELIMITED BY SIZE
               WS-NAMES-PROVED DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "NAMES OUT OF BALANCE:     " DELIMITED BY SIZE
               WS-NAMES-OUT-OF-BALANCE DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "SNAPSHOT NAMES WRITTEN:   " DELIMITED BY SIZE
               WS-SNAPSHOT-WRITTEN DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           IF WS-NAME-TABLE-FULL
               STRING "RESULT: INCOMPLETE, SNAPSHOT NOT ROLLED"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
           ELSE
               IF NOT WS-SNAPSHOT-PRESENT
                   STRING "RESULT: BASELINE ESTABLISHED"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
                   END-STRING
               ELSE
                   IF WS-ALL-NAMES-TIE
                       STRING "RESULT: IN BALANCE"
                           DELIMITED BY SIZE INTO SUMMARY-LINE
                       END-STRING
                   ELSE
                       STRING "RESULT: OUT OF BALANCE"
                           DELIMITED BY SIZE INTO SUMMARY-LINE
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           WRITE SUMMARY-LINE.

       200-FIND-OR-ADD-NAME.
      *    Leaves WS-NAME-IDX on the entry for WS-LOOKUP-NAME and
      *    WS-NAME-FOUND set, adding the entry when it is new; the
      *    switch stays off only when the table is full.
           PERFORM 210-FIND-NAME.
           IF WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-NAME-TABLE-COUNT >= 5000
               IF NOT WS-NAME-TABLE-FULL
                   DISPLAY "MORE THAN 5000 DISTINCT NAMES, "
                       "BALANCE PROOF INCOMPLETE"
                   SET WS-NAME-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NAME-TABLE-COUNT.
           SET WS-NAME-IDX TO WS-NAME-TABLE-COUNT.
           MOVE WS-LOOKUP-NAME TO WS-NT-NAME (WS-NAME-IDX).
           MOVE 0 TO WS-NT-OPENING (WS-NAME-IDX).
           MOVE 0 TO WS-NT-NET-CHANGE (WS-NAME-IDX).
           MOVE 0 TO WS-NT-CLOSING (WS-NAME-IDX).
           MOVE 0 TO WS-NT-JRNL-COUNT (WS-NAME-IDX).
           MOVE 'N' TO WS-NT-IN-SNAPSHOT (WS-NAME-IDX).
           MOVE 'N' TO WS-NT-ON-MASTER (WS-NAME-IDX).
           SET WS-NAME-FOUND TO TRUE.

       210-FIND-NAME.
           MOVE 'N' TO WS-NAME-FOUND-SWITCH.
           SET WS-NAME-IDX TO 1.
           PERFORM UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
                      OR WS-NAME-FOUND
               IF WS-LOOKUP-NAME = WS-NT-NAME (WS-NAME-IDX)
                   SET WS-NAME-FOUND TO TRUE
               ELSE
                   SET WS-NAME-IDX UP BY 1
               END-IF
           END-PERFORM.

       900-WRITE-SIGNOFF.
      *    Signs the proved date off for CCDAYROL with the return
      *    code the run is ending on.  A failure to append leaves
      *    the return code alone.
           OPEN EXTEND SIGNOFF-FILE.
           IF WS-SIGNOFF-FILE-STATUS NOT = '00'
               OPEN OUTPUT SIGNOFF-FILE
           END-IF.
           IF WS-SIGNOFF-FILE-STATUS NOT = '00'
               DISPLAY "SIGNOFF OPEN FAILED, STATUS="
                   WS-SIGNOFF-FILE-STATUS ", RUN NOT SIGNED OFF"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SIGNOFF-RECORD.
           MOVE WS-PROOF-DATE TO SGN-BUSINESS-DATE.
           MOVE 'CCBALPRF' TO SGN-STEP-NAME.
           MOVE RETURN-CODE TO SGN-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.
           MOVE WS-TODAY-TIMESTAMP (1:14) TO SGN-TIMESTAMP.
           WRITE SIGNOFF-RECORD.
           CLOSE SIGNOFF-FILE.
       END PROGRAM 'CCBALPRF'.
