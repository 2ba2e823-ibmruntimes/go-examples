       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCRESOUT.
      *****************************************************
      * CCRESOUT - end-of-day outbound results interface.    *
      * Builds RESLTOUT (CCRSLTO) for the downstream system: *
      * one detail record per completed call worked for one  *
      * business date - name, rectype, RESULT, the           *
      * ULTIMATEANSWER handed back and the extended payload  *
      * - between a header carrying a fresh file id of RO +  *
      * the run timestamp and the business date, and a       *
      * trailer carrying the detail count and the hash total *
      * of the answers.                                      *
      *                                                      *
      * The calls come from every journal: the shared        *
      * JRNLFILE, JRNLFILE.<id> for each instance id passed  *
      * and the active JRNLARCH generations on JRNLGENS.     *
      * Certification runs are left out - the CERT journal   *
      * and generations archived from it are never read.     *
      * A call that failed, dead-lettered and was replayed   *
      * by CCDLREPL is superseded by its replay: the calls   *
      * for one name, rectype and payload are sorted by      *
      * replay cycle, and each call made on cycle n+1 drops  *
      * the earliest failed call still standing on cycle n.  *
      * Replays may be worked on a later business date, so   *
      * every line for the date or after is sorted and only  *
      * the date's own calls are written.                    *
      *                                                      *
      * Every file written is logged on RESLTSNT (CCRSLSN).  *
      * A business date already on RESLTSNT is refused       *
      * unless RESEND is passed.  Every run signs its date   *
      * off on SIGNOFF (CCSIGNF) for CCDAYROL.               *
      *                                                      *
      * Arguments:                                           *
      *   1 - business date, YYYYMMDD (default the current   *
      *       business date on BUSDATE, CCBUSDT, or today    *
      *       without one)                                   *
      *   2..9 - instance ids; JRNLFILE.<id> is read for     *
      *       each in addition to the shared JRNLFILE.  CERT *
      *       is skipped.  RESEND in any of these positions  *
      *       sends a date already on RESLTSNT again.        *
      *                                                      *
      * RETURN-CODE 16 when the file cannot be built or the  *
      * date was already sent, 4 when a call group was too   *
      * large to be checked for superseded calls as a whole. *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO 'JRNLGENS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT RESULT-OUT-FILE ASSIGN TO 'RESLTOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT SENT-FILE ASSIGN TO 'RESLTSNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'SIGNOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FILE-STATUS.
           SELECT RESULT-SORT-FILE ASSIGN TO 'RSLTSORT'.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY CCJRNL.
       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       COPY CCJRNLG.
       FD  RESULT-OUT-FILE
           RECORDING MODE IS F.
       COPY CCRSLTO.
       FD  SENT-FILE
           RECORDING MODE IS F.
       COPY CCRSLSN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       COPY CCSIGNF.
      *    One journaled call.  A call group is one name, rectype
      *    and payload; within it the calls run in replay-cycle
      *    order, then in the order they were made.
       SD  RESULT-SORT-FILE.
       01  RESULT-SORT-RECORD.
           05 SRT-ASTRING-NAME         PIC X(5).
           05 SRT-RECTYPE              PIC X(2).
           05 SRT-EXT-PAYLOAD-LEN      PIC 9(3).
           05 SRT-EXT-PAYLOAD          PIC X(100).
           05 SRT-REPLAY-CYCLES        PIC 9(3).
           05 SRT-TIMESTAMP            PIC X(21).
           05 SRT-BUSINESS-DATE        PIC X(8).
           05 SRT-RESULT               PIC -9(8).
           05 SRT-ANSWER-OUT           PIC -9(8).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REGISTRY-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-RESULT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-SENT-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SIGNOFF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X  VALUE 'N'.
           88 WS-RUN-ABORTED                VALUE 'Y'.
       01  WS-RESEND-SWITCH           PIC X  VALUE 'N'.
           88 WS-RESEND-REQUESTED           VALUE 'Y'.
       01  WS-ALREADY-SENT-SWITCH     PIC X  VALUE 'N'.
           88 WS-DATE-ALREADY-SENT          VALUE 'Y'.
       01  WS-REG-OVERFLOW-SWITCH     PIC X  VALUE 'N'.
           88 WS-REGISTRY-OVERFLOWED        VALUE 'Y'.
       01  WS-GROUP-SPLIT-SWITCH      PIC X  VALUE 'N'.
           88 WS-GROUP-WAS-SPLIT            VALUE 'Y'.
       01  WS-WRITE-FAILED-SWITCH     PIC X  VALUE 'N'.
           88 WS-RESULT-WRITE-FAILED        VALUE 'Y'.

       01  WS-JOURNAL-FILENAME        PIC X(16) VALUE 'JRNLFILE'.
       01  WS-ARG-NUMBER              PIC 9(2)  VALUE 0.
       01  WS-ARG-VALUE               PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIMESTAMP           PIC X(21).
       01  WS-BUSINESS-DATE           PIC X(8)  VALUE SPACES.
       01  WS-LINE-BUSINESS-DATE      PIC X(8)  VALUE SPACES.
       01  WS-OUT-FILE-ID             PIC X(16) VALUE SPACES.
       01  WS-PRIOR-FILE-ID           PIC X(16) VALUE SPACES.

      *    Active archived generations from JRNLGENS, loaded the
      *    way CCACTSTM loads them; a generation whose lines all
      *    predate the business date is not opened.
       01  WS-GEN-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-GEN-IDX.
               10 WS-GT-FILENAME      PIC X(16).
               10 WS-GT-DATE-TO       PIC X(8).
               10 WS-GT-SOURCE        PIC X(16).
               10 WS-GT-STATUS        PIC X.

      *    The call group being collected from the sort.  A group
      *    larger than the table is written in pieces, and a replay
      *    landing in a later piece cannot supersede its original.
       01  WS-GROUP-KEY.
           05 WS-GK-ASTRING-NAME      PIC X(5).
           05 WS-GK-RECTYPE           PIC X(2).
           05 WS-GK-EXT-PAYLOAD-LEN   PIC 9(3).
           05 WS-GK-EXT-PAYLOAD       PIC X(100).
       01  WS-SORT-KEY.
           05 WS-SK-ASTRING-NAME      PIC X(5).
           05 WS-SK-RECTYPE           PIC X(2).
           05 WS-SK-EXT-PAYLOAD-LEN   PIC 9(3).
           05 WS-SK-EXT-PAYLOAD       PIC X(100).
       01  WS-GROUP-COUNT             PIC 9(4) VALUE 0.
       01  WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-GRP-IDX WS-ORIG-IDX.
               10 WS-GRP-REPLAY-CYCLES PIC 9(3).
               10 WS-GRP-BUSINESS-DATE PIC X(8).
               10 WS-GRP-RESULT        PIC S9(8) COMP.
               10 WS-GRP-ANSWER-OUT    PIC S9(8) COMP.
               10 WS-GRP-SUPERSEDED    PIC X.
       01  WS-ORIGINAL-CYCLES         PIC 9(3) VALUE 0.
       01  WS-ORIGINAL-FOUND-SWITCH   PIC X VALUE 'N'.
           88 WS-ORIGINAL-FOUND             VALUE 'Y'.

       01  WS-ANSWER-HASH-TOTAL       PIC S9(15) COMP VALUE 0.
       01  WS-HASH-DISPLAY            PIC -9(15).
       01  WS-JRNL-FILES-READ         PIC 9(4) VALUE 0.
       01  WS-JRNL-LINES-READ         PIC 9(8) VALUE 0.
       01  WS-LINES-SORTED            PIC 9(8) VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(8) VALUE 0.
       01  WS-CALLS-SUPERSEDED        PIC 9(8) VALUE 0.
       01  WS-LATER-DATE-CALLS        PIC 9(8) VALUE 0.
       01  WS-GROUPS-SPLIT            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 010-LOAD-ARGUMENTS.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 020-CHECK-SENT-REGISTRY.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.
           OPEN OUTPUT RESULT-OUT-FILE.
           IF WS-RESULT-FILE-STATUS NOT = '00'
               DISPLAY "RESLTOUT OPEN FAILED, STATUS="
                   WS-RESULT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 090-WRITE-RESULT-HEADER.
           IF WS-RESULT-WRITE-FAILED
               PERFORM 098-ABANDON-RESULT-FILE
               GOBACK
           END-IF.

           SORT RESULT-SORT-FILE
               ON ASCENDING KEY SRT-ASTRING-NAME
                                SRT-RECTYPE
                                SRT-EXT-PAYLOAD-LEN
                                SRT-EXT-PAYLOAD
                                SRT-REPLAY-CYCLES
                                SRT-TIMESTAMP
               INPUT PROCEDURE IS 100-RELEASE-ALL-CALLS
               OUTPUT PROCEDURE IS 200-WRITE-ALL-GROUPS.
           IF WS-RESULT-WRITE-FAILED
               PERFORM 098-ABANDON-RESULT-FILE
               GOBACK
           END-IF.

           PERFORM 095-WRITE-RESULT-TRAILER.
           IF WS-RESULT-WRITE-FAILED
               PERFORM 098-ABANDON-RESULT-FILE
               GOBACK
           END-IF.
           CLOSE RESULT-OUT-FILE.
      *    Records are buffered, so a full device may only show up
      *    when the last of them is flushed at close.
           IF WS-RESULT-FILE-STATUS NOT = '00'
               DISPLAY "RESLTOUT CLOSE FAILED, STATUS="
                   WS-RESULT-FILE-STATUS
               DISPLAY "RESLTOUT IS INCOMPLETE AND NOT LOGGED ON "
                   "RESLTSNT - DO NOT SEND IT"
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 060-LOG-SENT-FILE.
           PERFORM 900-DISPLAY-TOTALS.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-GROUP-WAS-SPLIT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 950-WRITE-SIGNOFF.
           GOBACK.

       010-LOAD-ARGUMENTS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-BUSINESS-DATE.
           PERFORM 015-LOAD-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-BUSINESS-DATE
           END-IF.
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                   " IS NOT YYYYMMDD"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ARG-NUMBER FROM 2 BY 1
                   UNTIL WS-ARG-NUMBER > 9
               MOVE SPACES TO WS-ARG-VALUE
               DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE = 'RESEND'
                   SET WS-RESEND-REQUESTED TO TRUE
               END-IF
           END-PERFORM.
           DISPLAY "BUILDING RESULTS INTERFACE FOR " WS-BUSINESS-DATE.
           IF WS-RESEND-REQUESTED
               DISPLAY "RESEND REQUESTED"
           END-IF.

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
               MOVE BDT-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF.

       020-CHECK-SENT-REGISTRY.
      *    A missing RESLTSNT means nothing has been sent yet;
      *    anything else that keeps it unreadable must stop the run
      *    rather than risk sending a date twice.
           OPEN INPUT SENT-FILE.
           IF WS-SENT-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SENT-FILE-STATUS NOT = '00'
               DISPLAY "RESLTSNT OPEN FAILED, STATUS="
                   WS-SENT-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ SENT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SNT-BUSINESS-DATE = WS-BUSINESS-DATE
                           SET WS-DATE-ALREADY-SENT TO TRUE
                           MOVE SNT-FILE-ID TO WS-PRIOR-FILE-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SENT-FILE.
           IF WS-DATE-ALREADY-SENT
               IF WS-RESEND-REQUESTED
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                       " WAS SENT AS " WS-PRIOR-FILE-ID
                       ", SENDING AGAIN"
               ELSE
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                       " ALREADY SENT AS " WS-PRIOR-FILE-ID
                       ", PASS RESEND TO SEND IT AGAIN"
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       060-LOG-SENT-FILE.
           OPEN EXTEND SENT-FILE.
           IF WS-SENT-FILE-STATUS NOT = '00'
               OPEN OUTPUT SENT-FILE
           END-IF.
           IF WS-SENT-FILE-STATUS NOT = '00'
               DISPLAY "RESLTSNT OPEN FAILED, STATUS="
                   WS-SENT-FILE-STATUS ", " WS-OUT-FILE-ID
                   " NOT LOGGED"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SENT-FILE-RECORD.
           MOVE WS-BUSINESS-DATE TO SNT-BUSINESS-DATE.
           MOVE WS-OUT-FILE-ID TO SNT-FILE-ID.
           MOVE WS-RUN-TIMESTAMP (1:14) TO SNT-SENT-TIMESTAMP.
           MOVE WS-RECORDS-WRITTEN TO SNT-RECORD-COUNT.
           MOVE WS-ANSWER-HASH-TOTAL TO SNT-ANSWER-HASH-TOTAL.
           IF WS-DATE-ALREADY-SENT
               SET SNT-RESEND TO TRUE
           ELSE
               SET SNT-ORIGINAL-SEND TO TRUE
           END-IF.
           WRITE SENT-FILE-RECORD.
           CLOSE SENT-FILE.

       090-WRITE-RESULT-HEADER.
      *    RO + this run's timestamp to the second, so a resend
      *    carries a file id of its own.
           MOVE SPACES TO WS-OUT-FILE-ID.
           STRING "RO" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO WS-OUT-FILE-ID.
           MOVE SPACES TO RESULT-OUT-HEADER.
           MOVE '*HDR*' TO RSH-MARKER.
           MOVE WS-OUT-FILE-ID TO RSH-FILE-ID.
           MOVE WS-BUSINESS-DATE TO RSH-BUSINESS-DATE.
           MOVE 'CCRESOUT' TO RSH-CREATING-SYSTEM.
           WRITE RESULT-OUT-HEADER.
           PERFORM 097-CHECK-RESULT-WRITE.

       095-WRITE-RESULT-TRAILER.
           MOVE SPACES TO RESULT-OUT-TRAILER.
           MOVE '*TRL*' TO RSX-MARKER.
           MOVE WS-RECORDS-WRITTEN TO RSX-RECORD-COUNT.
           MOVE WS-ANSWER-HASH-TOTAL TO RSX-ANSWER-HASH-TOTAL.
           WRITE RESULT-OUT-TRAILER.
           PERFORM 097-CHECK-RESULT-WRITE.

       097-CHECK-RESULT-WRITE.
           IF WS-RESULT-FILE-STATUS NOT = '00'
               DISPLAY "RESLTOUT WRITE FAILED, STATUS="
                   WS-RESULT-FILE-STATUS
               SET WS-RESULT-WRITE-FAILED TO TRUE
           END-IF.

       098-ABANDON-RESULT-FILE.
      *    A RESLTOUT that could not be written whole is never
      *    logged on RESLTSNT, so the date is still unsent and the
      *    rerun needs no RESEND.
           CLOSE RESULT-OUT-FILE.
           DISPLAY "RESLTOUT IS INCOMPLETE AND NOT LOGGED ON "
               "RESLTSNT - DO NOT SEND IT".
           MOVE 16 TO RETURN-CODE.
           PERFORM 950-WRITE-SIGNOFF.

       100-RELEASE-ALL-CALLS.
      *    The shared JRNLFILE, then JRNLFILE.<id> for each instance
      *    id passed, then the active archived generations.
           MOVE 'JRNLFILE' TO WS-JOURNAL-FILENAME.
           PERFORM 110-RELEASE-ONE-JOURNAL.
           PERFORM VARYING WS-ARG-NUMBER FROM 2 BY 1
                   UNTIL WS-ARG-NUMBER > 9
               MOVE SPACES TO WS-ARG-VALUE
               DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE = 'CERT'
                   DISPLAY "CERTIFICATION JOURNAL SKIPPED"
               ELSE
                   IF WS-ARG-VALUE NOT = SPACES
                       AND WS-ARG-VALUE NOT = 'RESEND'
                       MOVE SPACES TO WS-JOURNAL-FILENAME
                       STRING "JRNLFILE." DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ARG-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-JOURNAL-FILENAME
                       END-STRING
                       PERFORM 110-RELEASE-ONE-JOURNAL
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 105-LOAD-GENERATION-REGISTRY.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-TABLE-COUNT
               IF WS-GT-STATUS (WS-GEN-IDX) = 'A'
                   AND WS-GT-SOURCE (WS-GEN-IDX) NOT = 'JRNLFILE.CERT'
                   AND WS-GT-DATE-TO (WS-GEN-IDX) >= WS-BUSINESS-DATE
                   MOVE WS-GT-FILENAME (WS-GEN-IDX)
                       TO WS-JOURNAL-FILENAME
                   PERFORM 110-RELEASE-ONE-JOURNAL
               END-IF
           END-PERFORM.

       105-LOAD-GENERATION-REGISTRY.
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

       110-RELEASE-ONE-JOURNAL.
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
                       ADD 1 TO WS-JRNL-LINES-READ
                       PERFORM 120-RELEASE-ONE-CALL
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       120-RELEASE-ONE-CALL.
      *    A line journaled before the business date was carried
      *    counts for the day its timestamp falls on.
           IF JRNL-BUSINESS-DATE IS NUMERIC
               MOVE JRNL-BUSINESS-DATE TO WS-LINE-BUSINESS-DATE
           ELSE
               MOVE JRNL-TIMESTAMP (1:8) TO WS-LINE-BUSINESS-DATE
           END-IF.
           IF WS-LINE-BUSINESS-DATE < WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RESULT-SORT-RECORD.
           MOVE JRNL-ASTRING-NAME TO SRT-ASTRING-NAME.
           MOVE JRNL-RECTYPE TO SRT-RECTYPE.
           MOVE JRNL-EXT-PAYLOAD-LEN TO SRT-EXT-PAYLOAD-LEN.
           MOVE JRNL-EXT-PAYLOAD TO SRT-EXT-PAYLOAD.
           IF JRNL-REPLAY-CYCLES IS NUMERIC
               MOVE JRNL-REPLAY-CYCLES TO SRT-REPLAY-CYCLES
           ELSE
               MOVE 0 TO SRT-REPLAY-CYCLES
           END-IF.
           MOVE JRNL-TIMESTAMP TO SRT-TIMESTAMP.
           MOVE WS-LINE-BUSINESS-DATE TO SRT-BUSINESS-DATE.
           MOVE JRNL-RESULT TO SRT-RESULT.
           MOVE JRNL-ULTIMATEANSWER-OUT TO SRT-ANSWER-OUT.
           ADD 1 TO WS-LINES-SORTED.
           RELEASE RESULT-SORT-RECORD.

       200-WRITE-ALL-GROUPS.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
                      OR WS-RESULT-WRITE-FAILED
               RETURN RESULT-SORT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 210-COLLECT-ONE-CALL
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-COUNT > 0
               AND NOT WS-RESULT-WRITE-FAILED
               PERFORM 220-WRITE-ONE-GROUP
           END-IF.

       210-COLLECT-ONE-CALL.
           MOVE SRT-ASTRING-NAME TO WS-SK-ASTRING-NAME.
           MOVE SRT-RECTYPE TO WS-SK-RECTYPE.
           MOVE SRT-EXT-PAYLOAD-LEN TO WS-SK-EXT-PAYLOAD-LEN.
           MOVE SRT-EXT-PAYLOAD TO WS-SK-EXT-PAYLOAD.
           IF WS-GROUP-COUNT > 0
               AND WS-SORT-KEY NOT = WS-GROUP-KEY
               PERFORM 220-WRITE-ONE-GROUP
           END-IF.
           IF WS-GROUP-COUNT >= 100
               IF NOT WS-GROUP-WAS-SPLIT
                   DISPLAY "CALL GROUP FOR " WS-GK-ASTRING-NAME
                       " HAS MORE THAN 100 CALLS, WRITTEN IN PIECES"
               END-IF
               SET WS-GROUP-WAS-SPLIT TO TRUE
               ADD 1 TO WS-GROUPS-SPLIT
               PERFORM 220-WRITE-ONE-GROUP
           END-IF.
           IF WS-GROUP-COUNT = 0
               MOVE WS-SORT-KEY TO WS-GROUP-KEY
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           SET WS-GRP-IDX TO WS-GROUP-COUNT.
           MOVE SRT-REPLAY-CYCLES TO WS-GRP-REPLAY-CYCLES (WS-GRP-IDX).
           MOVE SRT-BUSINESS-DATE TO WS-GRP-BUSINESS-DATE (WS-GRP-IDX).
           COMPUTE WS-GRP-RESULT (WS-GRP-IDX) =
               FUNCTION NUMVAL(SRT-RESULT).
           COMPUTE WS-GRP-ANSWER-OUT (WS-GRP-IDX) =
               FUNCTION NUMVAL(SRT-ANSWER-OUT).
           MOVE 'N' TO WS-GRP-SUPERSEDED (WS-GRP-IDX).

       220-WRITE-ONE-GROUP.
      *    Each replayed call supersedes one failed call on the
      *    cycle before it, then what still stands for the business
      *    date is written.
           PERFORM 230-SUPERSEDE-ONE-ORIGINAL
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT.
           PERFORM 240-WRITE-ONE-CALL
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-COUNT.

       230-SUPERSEDE-ONE-ORIGINAL.
           IF WS-GRP-REPLAY-CYCLES (WS-GRP-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORIGINAL-CYCLES =
               WS-GRP-REPLAY-CYCLES (WS-GRP-IDX) - 1.
           MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH.
           SET WS-ORIG-IDX TO 1.
           PERFORM UNTIL WS-ORIG-IDX >= WS-GRP-IDX
                   OR WS-ORIGINAL-FOUND
               IF WS-GRP-REPLAY-CYCLES (WS-ORIG-IDX) =
                       WS-ORIGINAL-CYCLES
                   AND WS-GRP-RESULT (WS-ORIG-IDX) NOT = 0
                   AND WS-GRP-SUPERSEDED (WS-ORIG-IDX) = 'N'
                   MOVE 'Y' TO WS-GRP-SUPERSEDED (WS-ORIG-IDX)
                   SET WS-ORIGINAL-FOUND TO TRUE
               END-IF
               SET WS-ORIG-IDX UP BY 1
           END-PERFORM.

       240-WRITE-ONE-CALL.
           IF WS-RESULT-WRITE-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRP-BUSINESS-DATE (WS-GRP-IDX) NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-LATER-DATE-CALLS
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRP-SUPERSEDED (WS-GRP-IDX) = 'Y'
               ADD 1 TO WS-CALLS-SUPERSEDED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RESULT-OUT-RECORD.
           MOVE WS-GK-ASTRING-NAME TO RSO-ASTRING-NAME.
           MOVE WS-GK-RECTYPE TO RSO-RECTYPE.
           MOVE WS-GRP-RESULT (WS-GRP-IDX) TO RSO-RESULT.
           MOVE WS-GRP-ANSWER-OUT (WS-GRP-IDX)
               TO RSO-ULTIMATEANSWER-OUT.
           MOVE WS-GK-EXT-PAYLOAD-LEN TO RSO-EXT-PAYLOAD-LEN.
           MOVE WS-GK-EXT-PAYLOAD TO RSO-EXT-PAYLOAD.
           WRITE RESULT-OUT-RECORD.
           PERFORM 097-CHECK-RESULT-WRITE.
           IF WS-RESULT-WRITE-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD WS-GRP-ANSWER-OUT (WS-GRP-IDX) TO WS-ANSWER-HASH-TOTAL.

       900-DISPLAY-TOTALS.
           MOVE WS-ANSWER-HASH-TOTAL TO WS-HASH-DISPLAY.
           DISPLAY "CCRESOUT RESULTS INTERFACE " WS-OUT-FILE-ID
               " FOR " WS-BUSINESS-DATE.
           DISPLAY "  JOURNAL FILES READ        " WS-JRNL-FILES-READ.
           DISPLAY "  JOURNAL LINES READ        " WS-JRNL-LINES-READ.
           DISPLAY "  CALLS ON OR AFTER DATE    " WS-LINES-SORTED.
           DISPLAY "  WORKED ON A LATER DATE    " WS-LATER-DATE-CALLS.
           DISPLAY "  SUPERSEDED BY A REPLAY    " WS-CALLS-SUPERSEDED.
           DISPLAY "  DETAIL RECORDS WRITTEN    " WS-RECORDS-WRITTEN.
           DISPLAY "  ANSWER HASH TOTAL         " WS-HASH-DISPLAY.
           IF WS-GROUP-WAS-SPLIT
               DISPLAY "  CALL GROUPS SPLIT         " WS-GROUPS-SPLIT
           END-IF.
           IF WS-RUN-ABORTED
               DISPLAY "RESLTOUT WAS WRITTEN BUT NOT LOGGED ON "
                   "RESLTSNT - DO NOT SEND IT"
           END-IF.

       950-WRITE-SIGNOFF.
      *    Signs the date off for CCDAYROL with the return code the
      *    run is ending on.  A failure to append leaves the return
      *    code alone.
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
           MOVE WS-BUSINESS-DATE TO SGN-BUSINESS-DATE.
           MOVE 'CCRESOUT' TO SGN-STEP-NAME.
           MOVE RETURN-CODE TO SGN-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:14) TO SGN-TIMESTAMP.
           WRITE SIGNOFF-RECORD.
           CLOSE SIGNOFF-FILE.

       END PROGRAM 'CCRESOUT'.
