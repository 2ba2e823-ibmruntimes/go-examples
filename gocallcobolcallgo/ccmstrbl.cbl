       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCMSTRBL.
      *****************************************************
      * CCMSTRBL - posting master rebuild and compare.       *
      * Every call SUBPROG posts to ASTRMSTR is journaled    *
      * first, so the master can be rebuilt from the         *
      * journals alone: the active JRNLARCH generations on   *
      * JRNLGENS, the current shared JRNLFILE and the        *
      * JRNLFILE.<id> files, replayed together in timestamp  *
      * order, rolling each name's counts, first and last    *
      * call timestamps and last result and answer exactly   *
      * as 135-POST-MASTER-RECORD does.  The corrections     *
      * CCMSTMNT made (RENAME, MERGE, RESET and PURGE, from  *
      * the MSTAUDIT images) are replayed in the same pass.  *
      * A correction took place after the last call on the   *
      * record images it audited and before any later call   *
      * to those names, so each one is applied right after   *
      * the journal lines up to its image's last-call        *
      * timestamp.                                           *
      *                                                      *
      * Arguments:                                           *
      *   1 - COMPARE (default) or REBUILD                   *
      *       COMPARE writes MSTDIFF, one line per field     *
      *       where the rebuilt record and the live ASTRMSTR *
      *       disagree, plus every name on only one side.    *
      *       REBUILD writes the rebuilt master to ASTRRBLD; *
      *       the live ASTRMSTR is never touched, and the    *
      *       operator puts ASTRRBLD in its place once the   *
      *       run has been reviewed.                         *
      *   2..9 - instance ids; JRNLFILE.<id> is read for     *
      *       each in addition to the shared JRNLFILE.  CERT *
      *       is skipped, as are generations archived from   *
      *       JRNLFILE.CERT - certification never posts.     *
      *                                                      *
      * History older than the oldest active generation has  *
      * been purged by CCJRNLAR and cannot be replayed; a    *
      * name with calls that old shows up in MSTDIFF with    *
      * lower counts and a later first-call timestamp.       *
      *                                                      *
      * Run summary to RBLDRPT.  RETURN-CODE 8 when COMPARE  *
      * finds a difference, 4 when a correction's names had  *
      * no rebuilt history to apply it to, 16 when the run   *
      * cannot complete.                                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'ASTRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ASTRING-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REBUILT-MASTER-FILE ASSIGN TO 'ASTRRBLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBM-ASTRING-NAME
               FILE STATUS IS WS-REBUILT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO 'JRNLGENS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MSTAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REPLAY-SORT-FILE ASSIGN TO 'RBLDSORT'.
           SELECT REBUILD-REPORT-FILE ASSIGN TO 'RBLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT DIFFERENCE-FILE ASSIGN TO 'MSTDIFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY CCMASTR.
       FD  REBUILT-MASTER-FILE.
       01  REBUILT-MASTER-RECORD.
           05 RBM-ASTRING-NAME         PIC X(5).
           05 FILLER                   PIC X(95).
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY CCJRNL.
       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       COPY CCJRNLG.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY CCMSTAUD.
      *    One call or one correction.  At the same timestamp the
      *    calls (class 1) replay before the corrections (class 2),
      *    and corrections keep their MSTAUDIT order.
       SD  REPLAY-SORT-FILE.
       01  REPLAY-SORT-RECORD.
           05 RPL-TIMESTAMP            PIC X(21).
           05 RPL-EVENT-CLASS          PIC X.
               88 RPL-CALL-EVENT              VALUE '1'.
               88 RPL-CORRECTION-EVENT        VALUE '2'.
           05 RPL-SEQUENCE             PIC 9(8).
           05 RPL-ASTRING-NAME         PIC X(5).
           05 RPL-SOURCE-NAME          PIC X(5).
           05 RPL-AUDIT-TAG            PIC X(8).
           05 RPL-ACTION               PIC X(8).
           05 RPL-RESULT               PIC -9(8).
           05 RPL-ANSWER-OUT           PIC -9(8).
       FD  REBUILD-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  DIFFERENCE-FILE
           RECORDING MODE IS F.
       01  DIFFERENCE-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-REBUILT-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REGISTRY-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-DIFF-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X  VALUE 'N'.
           88 WS-RUN-ABORTED                VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH       PIC X  VALUE 'N'.
           88 WS-NAME-TABLE-FULL            VALUE 'Y'.
       01  WS-REG-OVERFLOW-SWITCH     PIC X  VALUE 'N'.
           88 WS-REGISTRY-OVERFLOWED        VALUE 'Y'.

       01  WS-RUN-MODE                PIC X(8) VALUE 'COMPARE'.
           88 WS-MODE-COMPARE               VALUE 'COMPARE'.
           88 WS-MODE-REBUILD               VALUE 'REBUILD'.
       01  WS-JOURNAL-FILENAME        PIC X(16) VALUE 'JRNLFILE'.
       01  WS-ARG-NUMBER              PIC 9(2)  VALUE 0.
       01  WS-ARG-VALUE               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-TIMESTAMP         PIC X(21).

      *    Active archived generations from JRNLGENS, loaded the
      *    way CCACTSTM loads them.
       01  WS-GEN-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-GEN-IDX.
               10 WS-GT-FILENAME      PIC X(16).
               10 WS-GT-SOURCE        PIC X(16).
               10 WS-GT-STATUS        PIC X.

      *    MSTAUDIT context while the corrections are released: the
      *    two most recent BEFORE images name a MERGE's source and
      *    target, the latest one a RENAME's source, and a RENAME or
      *    MERGE source is deleted no earlier than its AFTER line.
       01  WS-LAST-BEFORE-NAME        PIC X(5) VALUE SPACES.
       01  WS-PREV-BEFORE-NAME        PIC X(5) VALUE SPACES.
       01  WS-LAST-AFTER-TS           PIC X(21) VALUE SPACES.
       01  WS-EVENT-SEQUENCE          PIC 9(8) VALUE 0.

      *    The rebuilt master, one entry per name ever replayed; a
      *    deleted name stays in the table inactive and comes back
      *    to life on its next call.
       01  WS-NAME-TABLE-COUNT        PIC 9(4) VALUE 0.
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-NAME-IDX.
               10 WS-NT-NAME          PIC X(5).
               10 WS-NT-ACTIVE        PIC X.
               10 WS-NT-CALL-COUNT    PIC 9(8).
               10 WS-NT-SUCCESS-COUNT PIC 9(8).
               10 WS-NT-FAILURE-COUNT PIC 9(8).
               10 WS-NT-LAST-RESULT   PIC S9(8) COMP.
               10 WS-NT-LAST-ANSWER   PIC S9(8) COMP.
               10 WS-NT-FIRST-TS      PIC X(21).
               10 WS-NT-LAST-TS       PIC X(21).
               10 WS-NT-MATCHED       PIC X.
       01  WS-LOOKUP-NAME             PIC X(5).
       01  WS-NAME-FOUND-SWITCH       PIC X VALUE 'N'.
           88 WS-NAME-FOUND                 VALUE 'Y'.

      *    A RENAME or MERGE source, held while the target entry is
      *    found.
       01  WS-SOURCE-ENTRY.
           05 WS-SRC-CALL-COUNT       PIC 9(8).
           05 WS-SRC-SUCCESS-COUNT    PIC 9(8).
           05 WS-SRC-FAILURE-COUNT    PIC 9(8).
           05 WS-SRC-LAST-RESULT      PIC S9(8) COMP.
           05 WS-SRC-LAST-ANSWER      PIC S9(8) COMP.
           05 WS-SRC-FIRST-TS         PIC X(21).
           05 WS-SRC-LAST-TS          PIC X(21).

      *    The rebuilt record in ASTRMSTR layout, for ASTRRBLD.
       01  WS-REBUILT-IMAGE.
           05 WS-RBI-ASTRING-NAME     PIC X(5).
           05 WS-RBI-CALL-COUNT       PIC 9(8).
           05 WS-RBI-SUCCESS-COUNT    PIC 9(8).
           05 WS-RBI-FAILURE-COUNT    PIC 9(8).
           05 WS-RBI-LAST-RESULT      PIC -9(8).
           05 WS-RBI-LAST-ANSWER-OUT  PIC -9(8).
           05 WS-RBI-FIRST-CALL-TS    PIC X(21).
           05 WS-RBI-LAST-CALL-TS     PIC X(21).
           05 FILLER                  PIC X(11) VALUE SPACES.

       01  WS-DIFF-FIELD-NAME         PIC X(12).
       01  WS-LIVE-VALUE              PIC X(21).
       01  WS-REBUILT-VALUE           PIC X(21).
       01  WS-NAME-DIFF-SWITCH        PIC X VALUE 'N'.
           88 WS-NAME-DIFFERS               VALUE 'Y'.

       01  WS-JRNL-FILES-READ         PIC 9(4) VALUE 0.
       01  WS-CALLS-REPLAYED          PIC 9(8) VALUE 0.
       01  WS-CORRECTIONS-READ        PIC 9(8) VALUE 0.
       01  WS-CORRECTIONS-APPLIED     PIC 9(8) VALUE 0.
       01  WS-CORRECTIONS-UNMATCHED   PIC 9(8) VALUE 0.
       01  WS-NAMES-REBUILT           PIC 9(8) VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(8) VALUE 0.
       01  WS-LIVE-RECORDS-READ       PIC 9(8) VALUE 0.
       01  WS-NAMES-DIFFERENT         PIC 9(8) VALUE 0.
       01  WS-FIELDS-DIFFERENT        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.
           PERFORM 010-LOAD-ARGUMENTS.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REBUILD-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "RBLDRPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCMSTRBL ASTRMSTR " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SPACE
               " FROM THE JOURNALS, RUN " DELIMITED BY SIZE
               WS-TODAY-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           SORT REPLAY-SORT-FILE
               ON ASCENDING KEY RPL-TIMESTAMP
                                RPL-EVENT-CLASS
                                RPL-SEQUENCE
               INPUT PROCEDURE IS 100-RELEASE-ALL-EVENTS
               OUTPUT PROCEDURE IS 200-REPLAY-ALL-EVENTS.

           IF WS-NAME-TABLE-FULL
               MOVE SPACES TO SUMMARY-LINE
               STRING "MORE THAN 5000 NAMES - NOTHING REBUILT OR "
                   "COMPARED" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               IF WS-MODE-REBUILD
                   PERFORM 300-WRITE-REBUILT-MASTER
               ELSE
                   PERFORM 400-COMPARE-WITH-LIVE-MASTER
               END-IF
           END-IF.
           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE REBUILD-REPORT-FILE.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NAMES-DIFFERENT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CORRECTIONS-UNMATCHED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       010-LOAD-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-RUN-MODE
           END-IF.
           IF NOT WS-MODE-COMPARE
               AND NOT WS-MODE-REBUILD
               DISPLAY "UNKNOWN MODE " WS-RUN-MODE
                   ", EXPECTED COMPARE OR REBUILD"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       100-RELEASE-ALL-EVENTS.
           PERFORM 105-LOAD-GENERATION-REGISTRY.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-TABLE-COUNT
               IF WS-GT-STATUS (WS-GEN-IDX) = 'A'
                   IF WS-GT-SOURCE (WS-GEN-IDX) = 'JRNLFILE.CERT'
                       DISPLAY "GENERATION "
                           WS-GT-FILENAME (WS-GEN-IDX)
                           " IS CERTIFICATION, SKIPPED"
                   ELSE
                       MOVE WS-GT-FILENAME (WS-GEN-IDX)
                           TO WS-JOURNAL-FILENAME
                       PERFORM 110-RELEASE-ONE-JOURNAL
                   END-IF
               END-IF
           END-PERFORM.
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
           PERFORM 120-RELEASE-CORRECTIONS.

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
                       ADD 1 TO WS-EVENT-SEQUENCE
                       MOVE SPACES TO REPLAY-SORT-RECORD
                       MOVE JRNL-TIMESTAMP TO RPL-TIMESTAMP
                       SET RPL-CALL-EVENT TO TRUE
                       MOVE WS-EVENT-SEQUENCE TO RPL-SEQUENCE
                       MOVE JRNL-ASTRING-NAME TO RPL-ASTRING-NAME
                       MOVE JRNL-RESULT TO RPL-RESULT
                       MOVE JRNL-ULTIMATEANSWER-OUT TO RPL-ANSWER-OUT
                       RELEASE REPLAY-SORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       120-RELEASE-CORRECTIONS.
      *    BEFORE lines only identify the names a correction works
      *    on; the AFTER and DELETED lines are what was done.  A
      *    correction that failed part way has no AFTER line, so
      *    nothing is replayed for it.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY "NO MSTAUDIT, NO CORRECTIONS TO RE-APPLY"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 125-RELEASE-ONE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       125-RELEASE-ONE-AUDIT-LINE.
           IF AUD-TAG-BEFORE
               MOVE WS-LAST-BEFORE-NAME TO WS-PREV-BEFORE-NAME
               MOVE AUD-ASTRING-NAME TO WS-LAST-BEFORE-NAME
               EXIT PARAGRAPH
           END-IF.
           IF NOT AUD-TAG-AFTER
               AND NOT AUD-TAG-DELETED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CORRECTIONS-READ.
           ADD 1 TO WS-EVENT-SEQUENCE.
           MOVE SPACES TO REPLAY-SORT-RECORD.
           MOVE AUD-LAST-CALL-TS TO RPL-TIMESTAMP.
           SET RPL-CORRECTION-EVENT TO TRUE.
           MOVE WS-EVENT-SEQUENCE TO RPL-SEQUENCE.
           MOVE AUD-ASTRING-NAME TO RPL-ASTRING-NAME.
           MOVE AUD-TAG TO RPL-AUDIT-TAG.
           MOVE AUD-ACTION TO RPL-ACTION.
           MOVE 0 TO RPL-RESULT.
           MOVE 0 TO RPL-ANSWER-OUT.
           IF AUD-TAG-AFTER
               MOVE AUD-LAST-CALL-TS TO WS-LAST-AFTER-TS
               IF AUD-ACTION-MERGE
                   MOVE WS-PREV-BEFORE-NAME TO RPL-SOURCE-NAME
               ELSE
                   MOVE WS-LAST-BEFORE-NAME TO RPL-SOURCE-NAME
               END-IF
           ELSE
      *        A MERGE target's AFTER image carries the later of the
      *        two last-call timestamps; the source must not be
      *        deleted ahead of it.
               IF (AUD-ACTION-RENAME OR AUD-ACTION-MERGE)
                   AND WS-LAST-AFTER-TS > RPL-TIMESTAMP
                   MOVE WS-LAST-AFTER-TS TO RPL-TIMESTAMP
               END-IF
           END-IF.
           RELEASE REPLAY-SORT-RECORD.

       200-REPLAY-ALL-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               RETURN REPLAY-SORT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RPL-CALL-EVENT
                           PERFORM 210-REPLAY-ONE-CALL
                       ELSE
                           PERFORM 220-REPLAY-ONE-CORRECTION
                       END-IF
               END-RETURN
           END-PERFORM.

       210-REPLAY-ONE-CALL.
      *    The same roll as 135-POST-MASTER-RECORD and
      *    136-ROLL-MASTER-FIELDS.
           MOVE RPL-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 500-FIND-OR-ADD-NAME.
           IF NOT WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CALLS-REPLAYED.
           IF WS-NT-ACTIVE (WS-NAME-IDX) NOT = 'Y'
               MOVE 'Y' TO WS-NT-ACTIVE (WS-NAME-IDX)
               MOVE 0 TO WS-NT-CALL-COUNT (WS-NAME-IDX)
               MOVE 0 TO WS-NT-SUCCESS-COUNT (WS-NAME-IDX)
               MOVE 0 TO WS-NT-FAILURE-COUNT (WS-NAME-IDX)
               MOVE RPL-TIMESTAMP TO WS-NT-FIRST-TS (WS-NAME-IDX)
           END-IF.
           ADD 1 TO WS-NT-CALL-COUNT (WS-NAME-IDX).
           COMPUTE WS-NT-LAST-RESULT (WS-NAME-IDX) =
               FUNCTION NUMVAL(RPL-RESULT).
           IF WS-NT-LAST-RESULT (WS-NAME-IDX) = 0
               ADD 1 TO WS-NT-SUCCESS-COUNT (WS-NAME-IDX)
           ELSE
               ADD 1 TO WS-NT-FAILURE-COUNT (WS-NAME-IDX)
           END-IF.
           COMPUTE WS-NT-LAST-ANSWER (WS-NAME-IDX) =
               FUNCTION NUMVAL(RPL-ANSWER-OUT).
           MOVE RPL-TIMESTAMP TO WS-NT-LAST-TS (WS-NAME-IDX).

       220-REPLAY-ONE-CORRECTION.
           IF RPL-AUDIT-TAG = 'DELETED'
               PERFORM 230-REPLAY-DELETE
           ELSE
               IF RPL-ACTION = 'RESET'
                   PERFORM 240-REPLAY-RESET
               ELSE
                   IF RPL-ACTION = 'RENAME'
                       OR RPL-ACTION = 'MERGE'
                       PERFORM 250-REPLAY-RENAME-OR-MERGE
                   END-IF
               END-IF
           END-IF.

       230-REPLAY-DELETE.
           MOVE RPL-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 510-FIND-NAME.
           IF NOT WS-NAME-FOUND
               OR WS-NT-ACTIVE (WS-NAME-IDX) NOT = 'Y'
               PERFORM 290-REPORT-UNMATCHED-CORRECTION
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NT-ACTIVE (WS-NAME-IDX).
           ADD 1 TO WS-CORRECTIONS-APPLIED.

       240-REPLAY-RESET.
           MOVE RPL-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 510-FIND-NAME.
           IF NOT WS-NAME-FOUND
               OR WS-NT-ACTIVE (WS-NAME-IDX) NOT = 'Y'
               PERFORM 290-REPORT-UNMATCHED-CORRECTION
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NT-CALL-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-SUCCESS-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-FAILURE-COUNT (WS-NAME-IDX).
           ADD 1 TO WS-CORRECTIONS-APPLIED.

       250-REPLAY-RENAME-OR-MERGE.
      *    The target takes the source's history (RENAME) or adds it
      *    to its own the way 300-APPLY-MERGE in CCMSTMNT does; the
      *    source goes when its DELETED line replays.
           MOVE RPL-SOURCE-NAME TO WS-LOOKUP-NAME.
           PERFORM 510-FIND-NAME.
           IF NOT WS-NAME-FOUND
               OR WS-NT-ACTIVE (WS-NAME-IDX) NOT = 'Y'
               PERFORM 290-REPORT-UNMATCHED-CORRECTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NT-CALL-COUNT (WS-NAME-IDX) TO WS-SRC-CALL-COUNT.
           MOVE WS-NT-SUCCESS-COUNT (WS-NAME-IDX)
               TO WS-SRC-SUCCESS-COUNT.
           MOVE WS-NT-FAILURE-COUNT (WS-NAME-IDX)
               TO WS-SRC-FAILURE-COUNT.
           MOVE WS-NT-LAST-RESULT (WS-NAME-IDX) TO WS-SRC-LAST-RESULT.
           MOVE WS-NT-LAST-ANSWER (WS-NAME-IDX) TO WS-SRC-LAST-ANSWER.
           MOVE WS-NT-FIRST-TS (WS-NAME-IDX) TO WS-SRC-FIRST-TS.
           MOVE WS-NT-LAST-TS (WS-NAME-IDX) TO WS-SRC-LAST-TS.
           MOVE RPL-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 500-FIND-OR-ADD-NAME.
           IF NOT WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-NT-ACTIVE (WS-NAME-IDX) NOT = 'Y'
               MOVE 'Y' TO WS-NT-ACTIVE (WS-NAME-IDX)
               MOVE WS-SRC-CALL-COUNT TO WS-NT-CALL-COUNT (WS-NAME-IDX)
               MOVE WS-SRC-SUCCESS-COUNT
                   TO WS-NT-SUCCESS-COUNT (WS-NAME-IDX)
               MOVE WS-SRC-FAILURE-COUNT
                   TO WS-NT-FAILURE-COUNT (WS-NAME-IDX)
               MOVE WS-SRC-LAST-RESULT
                   TO WS-NT-LAST-RESULT (WS-NAME-IDX)
               MOVE WS-SRC-LAST-ANSWER
                   TO WS-NT-LAST-ANSWER (WS-NAME-IDX)
               MOVE WS-SRC-FIRST-TS TO WS-NT-FIRST-TS (WS-NAME-IDX)
               MOVE WS-SRC-LAST-TS TO WS-NT-LAST-TS (WS-NAME-IDX)
           ELSE
               ADD WS-SRC-CALL-COUNT TO WS-NT-CALL-COUNT (WS-NAME-IDX)
               ADD WS-SRC-SUCCESS-COUNT
                   TO WS-NT-SUCCESS-COUNT (WS-NAME-IDX)
               ADD WS-SRC-FAILURE-COUNT
                   TO WS-NT-FAILURE-COUNT (WS-NAME-IDX)
               IF WS-SRC-FIRST-TS < WS-NT-FIRST-TS (WS-NAME-IDX)
                   MOVE WS-SRC-FIRST-TS
                       TO WS-NT-FIRST-TS (WS-NAME-IDX)
               END-IF
               IF WS-SRC-LAST-TS > WS-NT-LAST-TS (WS-NAME-IDX)
                   MOVE WS-SRC-LAST-TS TO WS-NT-LAST-TS (WS-NAME-IDX)
                   MOVE WS-SRC-LAST-RESULT
                       TO WS-NT-LAST-RESULT (WS-NAME-IDX)
                   MOVE WS-SRC-LAST-ANSWER
                       TO WS-NT-LAST-ANSWER (WS-NAME-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-CORRECTIONS-APPLIED.

       290-REPORT-UNMATCHED-CORRECTION.
           ADD 1 TO WS-CORRECTIONS-UNMATCHED.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CORRECTION NOT RE-APPLIED: " DELIMITED BY SIZE
               RPL-AUDIT-TAG DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RPL-ACTION DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RPL-SOURCE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPL-ASTRING-NAME DELIMITED BY SIZE
               ", NO REBUILT HISTORY" DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       300-WRITE-REBUILT-MASTER.
           OPEN OUTPUT REBUILT-MASTER-FILE.
           IF WS-REBUILT-FILE-STATUS NOT = '00'
               DISPLAY "ASTRRBLD OPEN FAILED, STATUS="
                   WS-REBUILT-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
               IF WS-NT-ACTIVE (WS-NAME-IDX) = 'Y'
                   ADD 1 TO WS-NAMES-REBUILT
                   PERFORM 310-BUILD-REBUILT-IMAGE
                   WRITE REBUILT-MASTER-RECORD FROM WS-REBUILT-IMAGE
                   IF WS-REBUILT-FILE-STATUS = '00'
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY "ASTRRBLD WRITE FAILED FOR "
                           WS-NT-NAME (WS-NAME-IDX) ", STATUS="
                           WS-REBUILT-FILE-STATUS
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REBUILT-MASTER-FILE.

       310-BUILD-REBUILT-IMAGE.
           MOVE WS-NT-NAME (WS-NAME-IDX) TO WS-RBI-ASTRING-NAME.
           MOVE WS-NT-CALL-COUNT (WS-NAME-IDX) TO WS-RBI-CALL-COUNT.
           MOVE WS-NT-SUCCESS-COUNT (WS-NAME-IDX)
               TO WS-RBI-SUCCESS-COUNT.
           MOVE WS-NT-FAILURE-COUNT (WS-NAME-IDX)
               TO WS-RBI-FAILURE-COUNT.
           MOVE WS-NT-LAST-RESULT (WS-NAME-IDX) TO WS-RBI-LAST-RESULT.
           MOVE WS-NT-LAST-ANSWER (WS-NAME-IDX)
               TO WS-RBI-LAST-ANSWER-OUT.
           MOVE WS-NT-FIRST-TS (WS-NAME-IDX) TO WS-RBI-FIRST-CALL-TS.
           MOVE WS-NT-LAST-TS (WS-NAME-IDX) TO WS-RBI-LAST-CALL-TS.

       400-COMPARE-WITH-LIVE-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ASTRMSTR OPEN FAILED, STATUS="
                   WS-MASTER-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DIFFERENCE-FILE.
           IF WS-DIFF-FILE-STATUS NOT = '00'
               DISPLAY "MSTDIFF OPEN FAILED, STATUS="
                   WS-DIFF-FILE-STATUS
               CLOSE MASTER-FILE
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DIFFERENCE-LINE.
           STRING "NAME  FIELD        LIVE ASTRMSTR" DELIMITED BY SIZE
               "               REBUILT FROM JOURNALS"
               DELIMITED BY SIZE
               INTO DIFFERENCE-LINE.
           WRITE DIFFERENCE-LINE.
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
                       ADD 1 TO WS-LIVE-RECORDS-READ
                       PERFORM 410-COMPARE-ONE-LIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
      *    Whatever the live master never matched was rebuilt from
      *    journal lines the master does not have at all.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
               IF WS-NT-ACTIVE (WS-NAME-IDX) = 'Y'
                   ADD 1 TO WS-NAMES-REBUILT
                   IF WS-NT-MATCHED (WS-NAME-IDX) NOT = 'Y'
                       ADD 1 TO WS-NAMES-DIFFERENT
                       MOVE SPACES TO DIFFERENCE-LINE
                       STRING WS-NT-NAME (WS-NAME-IDX)
                           DELIMITED BY SIZE
                           " NOT ON LIVE ASTRMSTR" DELIMITED BY SIZE
                           INTO DIFFERENCE-LINE
                       END-STRING
                       WRITE DIFFERENCE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DIFFERENCE-FILE.

       410-COMPARE-ONE-LIVE-RECORD.
           MOVE MST-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 510-FIND-NAME.
           IF NOT WS-NAME-FOUND
               OR WS-NT-ACTIVE (WS-NAME-IDX) NOT = 'Y'
               ADD 1 TO WS-NAMES-DIFFERENT
               MOVE SPACES TO DIFFERENCE-LINE
               STRING MST-ASTRING-NAME DELIMITED BY SIZE
                   " NOT REBUILT - NO JOURNAL HISTORY"
                   DELIMITED BY SIZE
                   INTO DIFFERENCE-LINE
               END-STRING
               WRITE DIFFERENCE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-NT-MATCHED (WS-NAME-IDX).
           MOVE 'N' TO WS-NAME-DIFF-SWITCH.
           PERFORM 310-BUILD-REBUILT-IMAGE.

           MOVE 'CALL-COUNT' TO WS-DIFF-FIELD-NAME.
           MOVE MST-CALL-COUNT TO WS-LIVE-VALUE.
           MOVE WS-RBI-CALL-COUNT TO WS-REBUILT-VALUE.
           PERFORM 420-COMPARE-ONE-FIELD.
           MOVE 'SUCCESSES' TO WS-DIFF-FIELD-NAME.
           MOVE MST-SUCCESS-COUNT TO WS-LIVE-VALUE.
           MOVE WS-RBI-SUCCESS-COUNT TO WS-REBUILT-VALUE.
           PERFORM 420-COMPARE-ONE-FIELD.
           MOVE 'FAILURES' TO WS-DIFF-FIELD-NAME.
           MOVE MST-FAILURE-COUNT TO WS-LIVE-VALUE.
           MOVE WS-RBI-FAILURE-COUNT TO WS-REBUILT-VALUE.
           PERFORM 420-COMPARE-ONE-FIELD.
           MOVE 'LAST-RESULT' TO WS-DIFF-FIELD-NAME.
           MOVE MST-LAST-RESULT TO WS-LIVE-VALUE.
           MOVE WS-RBI-LAST-RESULT TO WS-REBUILT-VALUE.
           PERFORM 420-COMPARE-ONE-FIELD.
           MOVE 'LAST-ANSWER' TO WS-DIFF-FIELD-NAME.
           MOVE MST-LAST-ANSWER-OUT TO WS-LIVE-VALUE.
           MOVE WS-RBI-LAST-ANSWER-OUT TO WS-REBUILT-VALUE.
           PERFORM 420-COMPARE-ONE-FIELD.
           MOVE 'FIRST-CALL' TO WS-DIFF-FIELD-NAME.
           MOVE MST-FIRST-CALL-TIMESTAMP TO WS-LIVE-VALUE.
           MOVE WS-RBI-FIRST-CALL-TS TO WS-REBUILT-VALUE.
           PERFORM 420-COMPARE-ONE-FIELD.
           MOVE 'LAST-CALL' TO WS-DIFF-FIELD-NAME.
           MOVE MST-LAST-CALL-TIMESTAMP TO WS-LIVE-VALUE.
           MOVE WS-RBI-LAST-CALL-TS TO WS-REBUILT-VALUE.
           PERFORM 420-COMPARE-ONE-FIELD.
           IF WS-NAME-DIFFERS
               ADD 1 TO WS-NAMES-DIFFERENT
           END-IF.

       420-COMPARE-ONE-FIELD.
           IF WS-LIVE-VALUE = WS-REBUILT-VALUE
               EXIT PARAGRAPH
           END-IF.
           SET WS-NAME-DIFFERS TO TRUE.
           ADD 1 TO WS-FIELDS-DIFFERENT.
           MOVE SPACES TO DIFFERENCE-LINE.
           STRING MST-ASTRING-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-FIELD-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIVE-VALUE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REBUILT-VALUE DELIMITED BY SIZE
               INTO DIFFERENCE-LINE.
           WRITE DIFFERENCE-LINE.

       500-FIND-OR-ADD-NAME.
      *    Leaves WS-NAME-IDX on the entry for WS-LOOKUP-NAME and
      *    WS-NAME-FOUND set, adding an inactive entry when it is
      *    new; the switch stays off only when the table is full.
           PERFORM 510-FIND-NAME.
           IF WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-NAME-TABLE-COUNT >= 5000
               IF NOT WS-NAME-TABLE-FULL
                   DISPLAY "MORE THAN 5000 DISTINCT NAMES, "
                       "REBUILD INCOMPLETE"
                   SET WS-NAME-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NAME-TABLE-COUNT.
           SET WS-NAME-IDX TO WS-NAME-TABLE-COUNT.
           MOVE WS-LOOKUP-NAME TO WS-NT-NAME (WS-NAME-IDX).
           MOVE 'N' TO WS-NT-ACTIVE (WS-NAME-IDX).
           MOVE 'N' TO WS-NT-MATCHED (WS-NAME-IDX).
           MOVE 0 TO WS-NT-CALL-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-SUCCESS-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-FAILURE-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-LAST-RESULT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-LAST-ANSWER (WS-NAME-IDX).
           MOVE SPACES TO WS-NT-FIRST-TS (WS-NAME-IDX).
           MOVE SPACES TO WS-NT-LAST-TS (WS-NAME-IDX).
           SET WS-NAME-FOUND TO TRUE.

       510-FIND-NAME.
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

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "JOURNAL FILES READ:       " DELIMITED BY SIZE
               WS-JRNL-FILES-READ DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CALLS REPLAYED:           " DELIMITED BY SIZE
               WS-CALLS-REPLAYED DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CORRECTIONS READ:         " DELIMITED BY SIZE
               WS-CORRECTIONS-READ DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CORRECTIONS RE-APPLIED:   " DELIMITED BY SIZE
               WS-CORRECTIONS-APPLIED DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CORRECTIONS NOT MATCHED:  " DELIMITED BY SIZE
               WS-CORRECTIONS-UNMATCHED DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "NAMES REBUILT:            " DELIMITED BY SIZE
               WS-NAMES-REBUILT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           IF WS-MODE-REBUILD
               MOVE SPACES TO SUMMARY-LINE
               STRING "ASTRRBLD RECORDS WRITTEN: " DELIMITED BY SIZE
                   WS-RECORDS-WRITTEN DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           ELSE
               MOVE SPACES TO SUMMARY-LINE
               STRING "LIVE RECORDS COMPARED:    " DELIMITED BY SIZE
                   WS-LIVE-RECORDS-READ DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "NAMES DIFFERENT:          " DELIMITED BY SIZE
                   WS-NAMES-DIFFERENT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "FIELDS DIFFERENT:         " DELIMITED BY SIZE
                   WS-FIELDS-DIFFERENT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.
       END PROGRAM 'CCMSTRBL'.
