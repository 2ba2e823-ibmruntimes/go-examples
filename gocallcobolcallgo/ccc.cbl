               RECORD KEY IS WQ-SEQNO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-WORKQ-FILE-STATUS.
           SELECT BREAKER-STATE-FILE ASSIGN TO WS-BREAKER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKSTAT-FILE-STATUS.
           SELECT HELD-TRAN-FILE ASSIGN TO 'HELDTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDTRAN-FILE-STATUS.
           SELECT HELD-LINEAGE-FILE ASSIGN TO 'HELDLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDLIN-FILE-STATUS.
           SELECT DUPLICATE-INDEX-FILE ASSIGN TO 'DUPINDEX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPINDEX-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'SIGNOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FILE-STATUS.
           SELECT NAME-REFERENCE-FILE ASSIGN TO 'NAMEREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NRF-ASTRING-NAME
               FILE STATUS IS WS-NAMEREF-FILE-STATUS.
           SELECT EXCEPTION-CASE-FILE ASSIGN TO 'EXCCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EXCCASE-FILE-STATUS.
           SELECT TABLE-VERSION-FILE ASSIGN TO 'TBLVER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVR-KEY
               FILE STATUS IS WS-TBLVER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
       COPY CCMASTR.
       FD  WORK-QUEUE-FILE.
       COPY CCWORKQ.
       FD  BREAKER-STATE-FILE
           RECORDING MODE IS F.
       COPY CCBRKST.
       FD  HELD-TRAN-FILE
           RECORDING MODE IS F.
       01  HELD-TRAN-RECORD.
           05 HTR-ASTRING-NAME        PIC X(5).
           05 HTR-RECTYPE             PIC X(2).
           05 FILLER                  PIC X(103).
       FD  HELD-LINEAGE-FILE
           RECORDING MODE IS F.
       COPY CCHLDLN.
       FD  DUPLICATE-INDEX-FILE
           RECORDING MODE IS F.
       COPY CCDUPIX.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       COPY CCSIGNF.
       FD  NAME-REFERENCE-FILE.
       COPY CCNAMRF.
       FD  EXCEPTION-CASE-FILE.
       COPY CCEXCAS.
       FD  TABLE-VERSION-FILE.
       COPY CCTBLVR.
       WORKING-STORAGE SECTION.
      * int TESTAPI(const char *astring,
      *     int *intp, int mycount)
       01  WS-METRICS-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-WORKQ-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-BRKSTAT-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HELDTRAN-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-HELDLIN-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-DUPINDEX-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SIGNOFF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-NAMEREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EXCCASE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-TBLVER-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-WORKQ-EOF-SWITCH        PIC X  VALUE 'N'.
           88 WS-MSTR-OPENED                 VALUE 'Y'.
       01  WS-METR-OPEN-SWITCH        PIC X  VALUE 'N'.
           88 WS-METR-OPENED                 VALUE 'Y'.
       01  WS-NMRF-OPEN-SWITCH        PIC X  VALUE 'N'.
           88 WS-NMRF-OPENED                 VALUE 'Y'.
       01  WS-CASE-OPEN-SWITCH        PIC X  VALUE 'N'.
           88 WS-CASE-OPENED                 VALUE 'Y'.
       01  WS-CASE-NEW-SWITCH         PIC X  VALUE 'N'.
           88 WS-CASE-IS-NEW                 VALUE 'Y'.
       01  WS-CASE-SCAN-SWITCH        PIC X  VALUE 'N'.
           88 WS-CASE-SCAN-DONE              VALUE 'Y'.

       01  WS-INSTANCE-ID             PIC X(8) VALUE SPACES.
           88 WS-CERTIFICATION-MODE         VALUE 'CERT'.
       01  WS-DEADLETTER-FILENAME     PIC X(16) VALUE 'DEADLTR'.
       01  WS-CMDACK-FILENAME         PIC X(16) VALUE 'CMDACK'.
       01  WS-METRICS-FILENAME        PIC X(16) VALUE 'CALLMETR'.
       01  WS-BREAKER-FILENAME        PIC X(16) VALUE 'BRKSTAT'.

      *    Wall-clock cost of each CALL FP, in hundredths of a
      *    second, midnight-wrap aware; written per call so the
      *    the record image) and the processed-file registry, so a
      *    short transfer or an upstream resend aborts in the
      *    pre-edit pass instead of double-journaling every name.
      *    Argument 5 = 'RERUN' overrides the registry check and the
      *    business-date check for a legitimate reprocessing.
       COPY CCTRHDR.
       01  WS-PARM-RERUN              PIC X(8) VALUE SPACES.
       01  WS-RERUN-OVERRIDE-SWITCH   PIC X    VALUE 'N'.
       01  WS-PRE-EDIT-RECORD-NO      PIC 9(8)  VALUE 0.
       01  WS-SEEN-PROCESSED-DATE     PIC X(8)  VALUE SPACES.

      *    The business date the night is working, from the BUSDATE
      *    control record CCDAYROL keeps.  A TRANFILE whose header
      *    carries any other date, or any file once the date has
      *    been closed, is refused without RERUN.  The exception is
      *    HELDTRAN (file id HT...), which keeps the date of the
      *    file its records came from and is normally replayed on a
      *    later date once the callback is back: an earlier date on
      *    it is accepted without RERUN, so the registry check still
      *    guards the replay.  With no BUSDATE the machine date
      *    stands in, as it always has.
       01  WS-BUSDATE-PRESENT-SWITCH  PIC X    VALUE 'N'.
           88 WS-BUSDATE-PRESENT            VALUE 'Y'.
       01  WS-OPEN-BUSINESS-DATE      PIC X(8)  VALUE SPACES.
       01  WS-OPEN-BUSINESS-STATUS    PIC X     VALUE SPACE.
           88 WS-BUSINESS-DATE-CLOSED       VALUE 'C'.

      *    Front-end edit pass over TRANFILE.  The run aborts before
      *    any CALL FP is made when the percentage of rejected records
      *    exceeds the operations-set threshold from CTLFILE.
       01  WS-EDIT-CHAR-HITS          PIC S9(4) COMP VALUE 0.
       01  WS-ALLOWED-NAME-CHARS      PIC X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
      *    A name is checked against NAMEREF as of the file's header
      *    business date, or the open business date without one.
       01  WS-NRF-CHECK-DATE          PIC X(8) VALUE SPACES.
       01  WS-NRF-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-NRF-RECTYPE-SWITCH      PIC X  VALUE 'N'.
           88 WS-NRF-RECTYPE-ALLOWED         VALUE 'Y'.
       01  WS-RECORDS-EDITED          PIC 9(8) VALUE 0.
       01  WS-RECORDS-REJECTED        PIC 9(8) VALUE 0.
       01  WS-REJECT-THRESHOLD-PCT    PIC 9(3) VALUE 10.
       01  WS-REJECT-RATE-PCT         PIC 9(3) VALUE 0.

      *    Record-level duplicate check.  Every accepted detail
      *    record's name, rectype and payload goes on DUPINDEX under
      *    the file's id and business date; a later record with the
      *    same key inside the lookback window - in this file or an
      *    earlier one - is diverted to REJFILE as DUPL.  The record
      *    numbers diverted by the front-end pass are kept so the
      *    processing pass skips the same records.  Lines already on
      *    DUPINDEX under this file's own id (a RERUN) do not count.
       01  WS-DUP-LOOKBACK-DAYS       PIC 9(3) VALUE 7.
       01  WS-DUP-BUSINESS-DATE       PIC X(8) VALUE SPACES.
       01  WS-DUP-DATE-NUM            PIC 9(8) VALUE 0.
       01  WS-DUP-WINDOW-START        PIC 9(8) VALUE 0.
       01  WS-DUP-KEY.
           05 WS-DK-ASTRING-NAME      PIC X(5).
           05 WS-DK-RECTYPE           PIC X(2).
           05 WS-DK-EXT-PAYLOAD-LEN   PIC X(3).
           05 WS-DK-EXT-PAYLOAD       PIC X(100).
       01  WS-DUP-INDEX-COUNT         PIC 9(5) VALUE 0.
       01  WS-DUP-INDEX-TABLE.
           05 WS-DX-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-DX-IDX.
               10 WS-DX-BUSINESS-DATE PIC X(8).
               10 WS-DX-FILE-ID       PIC X(16).
               10 WS-DX-KEY           PIC X(110).
               10 WS-DX-HELD-SWITCH   PIC X.
                   88 WS-DX-HELD              VALUE 'Y'.
       01  WS-DUP-UNINDEXED-COUNT     PIC 9(5) VALUE 0.
       01  WS-DUP-WRITTEN-COUNT       PIC 9(5) VALUE 0.
       01  WS-DUP-FULL-SWITCH         PIC X    VALUE 'N'.
           88 WS-DUP-INDEX-FULL             VALUE 'Y'.
       01  WS-DUP-FOUND-SWITCH        PIC X    VALUE 'N'.
           88 WS-DUPLICATE-FOUND            VALUE 'Y'.
       01  WS-DUP-ORIGINAL-DATE       PIC X(8)  VALUE SPACES.
       01  WS-DUP-ORIGINAL-FILE-ID    PIC X(16) VALUE SPACES.
       01  WS-DUPLICATES-DIVERTED     PIC 9(8) VALUE 0.
       01  WS-DUP-CHECK-RECNO         PIC 9(8) VALUE 0.
       01  WS-DIVERTED-COUNT          PIC 9(4) VALUE 0.
       01  WS-DIVERTED-NEXT           PIC 9(4) VALUE 1.
       01  WS-DIVERTED-TABLE.
           05 WS-DIV-RECNO OCCURS 5000 TIMES PIC 9(8).
       01  WS-DIV-SCAN-SWITCH         PIC X    VALUE 'N'.
           88 WS-DIV-SCAN-DONE              VALUE 'Y'.

      *    Batch-window cutoff (local HHMM, 0 = no cutoff).  When the
      *    clock reaches it the run stops taking records after the one
      *    in flight, checkpoints, and reports what remains plus a
       01  WS-RECORDS-REMAINING       PIC 9(8) VALUE 0.
       01  WS-PROJECTED-SECONDS       PIC 9(8) VALUE 0.

      *    Carryover-aware queue load: whatever is still PENDING,
      *    CLAIMED or HELD when the morning LOAD runs survived a
      *    night that did not finish, so it is collected here before
      *    the queue is rebuilt, requeued first at a boosted
      *    priority, and keeps its original business date for aging.
       01  WS-LOAD-SEQNO              PIC 9(8) VALUE 0.
       01  WS-LOAD-BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01  WS-CARRYOVER-TABLE-COUNT   PIC 9(4) VALUE 0.
               10 WS-CO-EXT-PAYLOAD   PIC X(100).
               10 WS-CO-REPLAY-CYCLES PIC X(3).
               10 WS-CO-BUSINESS-DATE PIC X(8).
               10 WS-CO-FILE-ID       PIC X(16).
               10 WS-CO-CREATING-SYSTEM PIC X(16).
               10 WS-CO-RECORD-NUMBER PIC X(8).
       01  WS-CARRYOVER-LOADED        PIC 9(8) VALUE 0.
       01  WS-CARRYOVER-OVERFLOW-SW   PIC X    VALUE 'N'.
           88 WS-CARRYOVER-OVERFLOWED       VALUE 'Y'.
           05 WS-PRI-PRESENT-FLAG OCCURS 100 TIMES
                                   PIC X VALUE 'N'.

      *    Live version of each control table as CCTBLMNT last
      *    promoted it, for SUMRPT.  UNVERSIONED until the table's
      *    first change goes through CCTBLMNT.
       01  WS-TABLE-VERSION-VALUES.
           05 FILLER                  PIC X(8) VALUE 'DISPTAB'.
           05 FILLER                  PIC X(8) VALUE 'RESLTAB'.
           05 FILLER                  PIC X(8) VALUE 'PRIORTAB'.
       01  WS-TABLE-VERSION-NAMES REDEFINES WS-TABLE-VERSION-VALUES.
           05 WS-TVN-TABLE-NAME       PIC X(8) OCCURS 3 TIMES.
       01  WS-TABLE-VERSION-TABLE.
           05 WS-TABLE-VERSION-ENTRY OCCURS 3 TIMES
                                      INDEXED BY WS-TVN-IDX.
               10 WS-TVN-VERSION-TEXT PIC X(11).
               10 WS-TVN-EFFECTIVE    PIC X(8).
       01  WS-TBLVER-EOF-SWITCH       PIC X VALUE 'N'.
           88 WS-TBLVER-DONE                VALUE 'Y'.

      *    Certification run (instance id 'CERT'): expectations keyed
      *    by ASTRING name, loaded from EXPECTS; every record must
      *    match both the RESULT and the ULTIMATEANSWER the callback
       01  WS-CERT-PASS-COUNT         PIC 9(8) VALUE 0.
       01  WS-CERT-FAIL-COUNT         PIC 9(8) VALUE 0.
       01  WS-CERT-NOEXP-COUNT        PIC 9(8) VALUE 0.
       01  WS-CERT-RECORD-NO          PIC 9(8) VALUE 0.
       01  WS-CERT-RESULT-DISPLAY     PIC -9(8).
       01  WS-CERT-ANSWER-DISPLAY     PIC -9(8).
       01  WS-CUR-MAX-ATTEMPTS        PIC 9(3) VALUE 1.
       01  WS-RETRY-SUCCESS-COUNT     PIC 9(8) VALUE 0.
       01  WS-DEADLETTER-COUNT        PIC 9(8) VALUE 0.
       01  WS-IGNORED-COUNT           PIC 9(8) VALUE 0.
       01  WS-CASES-OPENED            PIC 9(8) VALUE 0.
       01  WS-CASES-UPDATED           PIC 9(8) VALUE 0.
       01  WS-CASES-AUTO-RESOLVED     PIC 9(8) VALUE 0.
       01  WS-POST-FAIL-COUNT         PIC 9(8) VALUE 0.

      *    Circuit breaker per callback: entry 1 is the default FP,
      *    entries 2-6 are FP-ENTRY 1-5.  WS-BREAKER-THRESHOLD
      *    consecutive failed calls (IGNORE results aside) open the
      *    breaker; while open, records for that callback are held
      *    instead of called - HELD on WORKQFILE, or in the held
      *    table and HELDTRAN in TRANFILE mode - and every
      *    WS-BREAKER-PROBE-EVERY held records one goes through as a
      *    probe.  A probe that succeeds closes the breaker and
      *    releases what it was holding.  Threshold 0 = no breaker.
       01  WS-BREAKER-THRESHOLD       PIC 9(3) VALUE 0.
       01  WS-BREAKER-PROBE-EVERY     PIC 9(4) VALUE 25.
       01  WS-BREAKER-TABLE.
           05 WS-BRK-ENTRY OCCURS 6 TIMES
                            INDEXED BY WS-BRK-IDX WS-BRK-OUT-IDX.
               10 WS-BRK-CONSEC-FAILURES PIC 9(4) VALUE 0.
               10 WS-BRK-OPEN-SWITCH  PIC X    VALUE 'N'.
                   88 WS-BRK-IS-OPEN          VALUE 'Y'.
               10 WS-BRK-RELEASE-SWITCH PIC X  VALUE 'N'.
                   88 WS-BRK-RELEASE-DUE      VALUE 'Y'.
               10 WS-BRK-HELD-COUNT   PIC 9(8) VALUE 0.
               10 WS-BRK-SINCE-PROBE  PIC 9(4) VALUE 0.
               10 WS-BRK-TRIP-COUNT   PIC 9(4) VALUE 0.
               10 WS-BRK-OPENED-TS    PIC X(21) VALUE SPACES.
       01  WS-BREAKER-SUB             PIC 9(2) VALUE 1.
       01  WS-BREAKER-FP-DISPLAY      PIC 9(2) VALUE 0.
       01  WS-RELEASE-FP-INDEX        PIC 9(2) VALUE 0.
       01  WS-HOLD-SWITCH             PIC X    VALUE 'N'.
           88 WS-HOLD-CUR-RECORD            VALUE 'Y'.
       01  WS-ANY-RELEASE-SWITCH      PIC X    VALUE 'N'.
           88 WS-ANY-RELEASE-DUE            VALUE 'Y'.
       01  WS-PROBE-FOUND-SWITCH      PIC X    VALUE 'N'.
           88 WS-PROBE-FOUND                VALUE 'Y'.
       01  WS-BREAKER-TRIPS           PIC 9(8) VALUE 0.
       01  WS-RECORDS-HELD            PIC 9(8) VALUE 0.
       01  WS-RECORDS-RELEASED        PIC 9(8) VALUE 0.
       01  WS-PROBE-CALLS             PIC 9(8) VALUE 0.
       01  WS-STILL-HELD              PIC 9(8) VALUE 0.
       01  WS-WQ-RELEASED-THIS-PASS   PIC 9(8) VALUE 0.
      *    TRANFILE-mode held records, in arrival order.  What is
      *    still held is written to HELDTRAN (CCTRHDR header and
      *    trailer, ready to run as a TRANFILE) at every checkpoint
      *    and at end of file, once the run has held or reloaded
      *    any; a restart reloads it.  Each entry keeps the file id,
      *    creating system and record number it first arrived with,
      *    written to HELDLIN (CCHLDLN) beside HELDTRAN.
       01  WS-HELD-TRAN-COUNT         PIC 9(4) VALUE 0.
       01  WS-HELD-TRAN-TABLE.
           05 WS-HT-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-HT-IDX.
               10 WS-HT-FP-INDEX      PIC 9(2).
               10 WS-HT-STATUS        PIC X.
                   88 WS-HT-HELD              VALUE 'H'.
                   88 WS-HT-RELEASED          VALUE 'R'.
               10 WS-HT-RECORD        PIC X(110).
               10 WS-HT-RECNO         PIC 9(8).
               10 WS-HT-FILE-ID       PIC X(16).
               10 WS-HT-SYSTEM        PIC X(16).
       01  WS-HT-FULL-SWITCH          PIC X    VALUE 'N'.
           88 WS-HT-FULL-REPORTED           VALUE 'Y'.
       01  WS-HELD-OUT-COUNT          PIC 9(8) VALUE 0.
       01  WS-LEFTOVER-HELD-COUNT     PIC 9(8) VALUE 0.
       01  WS-LEFTOVER-FILE-ID        PIC X(16) VALUE SPACES.
      *    Set when the TRANFILE being worked is the HELDTRAN on
      *    disk, so the run clears HELDTRAN behind it.
       01  WS-HELDTRAN-INPUT-SWITCH   PIC X    VALUE 'N'.
           88 WS-HELDTRAN-IS-INPUT          VALUE 'Y'.
       01  WS-HELD-FILE-ID            PIC X(16) VALUE SPACES.
       01  WS-HELD-SYSTEM             PIC X(16) VALUE SPACES.
      *    Lineage of the TRANFILE's own detail lines when it is a
      *    HELDTRAN (file id HT...), in file order, from HELDLIN.
      *    Written back to HELDLIN with the run's own held records
      *    so a restart still finds it.
       01  WS-INPUT-LINEAGE-COUNT     PIC 9(4) VALUE 0.
       01  WS-INPUT-LINEAGE-TABLE.
           05 WS-IL-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-IL-IDX.
               10 WS-IL-ASTRING-NAME  PIC X(5).
               10 WS-IL-FILE-ID       PIC X(16).
               10 WS-IL-SYSTEM        PIC X(16).
               10 WS-IL-RECNO         PIC 9(8).
       01  WS-LINEAGE-POSITION        PIC 9(8) VALUE 0.
       01  WS-BREAKER-TIMESTAMP       PIC X(21).

      *    Buffer handed to the callback: the 5-character name, or
      *    for an extended record (RECTYPE X*) up to 100 characters
      *    letters again keeps its replay history; always 0 for a
      *    record coming straight off TRANFILE.
       01  WS-CUR-REPLAY-CYCLES       PIC 9(3)  VALUE 0.
      *    The business date the current record is worked for: the
      *    TRANFILE header's date, or WQ-BUSINESS-DATE off the queue.
       01  WS-CUR-BUSINESS-DATE       PIC X(8)  VALUE SPACES.
      *    Where the current record came from: its TRANFILE's header
      *    file id and creating system and its position in that file
      *    (header = record 1), stamped on the journal, metrics and
      *    dead-letter lines.  Zero when the position is not known.
       01  WS-CUR-SOURCE-FILE-ID      PIC X(16) VALUE SPACES.
       01  WS-CUR-SOURCE-SYSTEM       PIC X(16) VALUE SPACES.
       01  WS-CUR-SOURCE-RECNO        PIC 9(8)  VALUE 0.
       01  ULTIMATEANSWER  PIC S9(8) COMP VALUE 42.
       01  WS-ULTIMATEANSWER-BEFORE  PIC S9(8) COMP.
      *    ULTIMATEANSWER is a per-name running balance carried on
      *    ASTRMSTR (MST-LAST-ANSWER-OUT); a name the master has never
      *    seen opens at this value, which CCBALPRF assumes as well.
       01  WS-OPENING-ANSWER         PIC S9(8) COMP VALUE 42.
       01  WS-SEED-LOCK-TRIES        PIC 9(2) VALUE 0.
       01  WS-POST-ANSWER            PIC S9(8) COMP VALUE 0.
       01  MYCOUNT  PIC S9(8) COMP VALUE 777.
       01  RESULT       PIC S9(8) COMP VALUE 0.

           COMPUTE WS-START-HHMM =
               WS-START-HH * 100 + WS-START-MIN.
           PERFORM 010-LOAD-RUN-CONTROLS.
           PERFORM 012-LOAD-BUSINESS-DATE.
           PERFORM 015-BUILD-INSTANCE-FILENAMES.
           PERFORM 020-LOAD-DISPATCH-TABLE.
           PERFORM 022-LOAD-PRIORITY-TABLE.
           PERFORM 025-LOAD-RESULT-TABLE.
           PERFORM 027-NOTE-TABLE-VERSIONS.
           PERFORM 005-OPEN-COMMON-FILES.

           IF NOT WS-MODE-ABORTED
           IF WS-METR-OPENED
               CLOSE CALL-METRICS-FILE
           END-IF.
           IF WS-NMRF-OPENED
               CLOSE NAME-REFERENCE-FILE
           END-IF.
           IF WS-CASE-OPENED
               CLOSE EXCEPTION-CASE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-TIMESTAMP.
           PERFORM 900-WRITE-SUMMARY-REPORT.
           PERFORM 910-APPEND-RUN-STATISTICS.
           ELSE
               IF WS-CERT-FAIL-COUNT > 0
                   OR WS-CERT-NOEXP-COUNT > 0
                   OR WS-POST-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
      *            Distinct codes so the scheduler can tell an
                       IF WS-DRAIN-REQUESTED
                           MOVE 6 TO RETURN-CODE
                       ELSE
      *                    Work still held behind an open breaker
      *                    finishes the run with a warning, like a
      *                    cutoff stop.
                           IF WS-DEADLINE-REACHED
                               OR WS-STILL-HELD > 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-CERTIFICATION-MODE
               PERFORM 920-WRITE-SIGNOFF
           END-IF.
           GOBACK.

       005-OPEN-COMMON-FILES.
                   ", CALL TIMING DISABLED FOR THIS RUN"
           END-IF.

      *    Without a name reference every well-formed name is
      *    accepted, as it was before NAMEREF existed.
           OPEN INPUT NAME-REFERENCE-FILE.
           IF WS-NAMEREF-FILE-STATUS = '00'
               SET WS-NMRF-OPENED TO TRUE
           ELSE
               DISPLAY "NAMEREF NOT AVAILABLE, STATUS="
                   WS-NAMEREF-FILE-STATUS
                   ", NAME REFERENCE CHECKS DISABLED FOR THIS RUN"
           END-IF.

      *    Exception cases, created on first use like the master and
      *    as additive: a bad case file must not stop the batch.  A
      *    certification replay tests the build, not the business,
      *    so it neither opens nor resolves cases.
           IF WS-CERTIFICATION-MODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O EXCEPTION-CASE-FILE.
           IF WS-EXCCASE-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-CASE-FILE
               IF WS-EXCCASE-FILE-STATUS = '00'
                   CLOSE EXCEPTION-CASE-FILE
                   OPEN I-O EXCEPTION-CASE-FILE
               END-IF
           END-IF.
           IF WS-EXCCASE-FILE-STATUS = '00'
               SET WS-CASE-OPENED TO TRUE
           ELSE
               DISPLAY "EXCCASE NOT AVAILABLE, STATUS="
                   WS-EXCCASE-FILE-STATUS
                   ", EXCEPTION CASES NOT KEPT FOR THIS RUN"
           END-IF.

       015-BUILD-INSTANCE-FILENAMES.
           IF WS-INSTANCE-ID NOT = SPACES
               MOVE SPACES TO WS-EXCEPTION-FILENAME
                   FUNCTION TRIM(WS-INSTANCE-ID) DELIMITED BY SIZE
                   INTO WS-METRICS-FILENAME
               END-STRING
               MOVE SPACES TO WS-BREAKER-FILENAME
               STRING "BRKSTAT." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INSTANCE-ID) DELIMITED BY SIZE
                   INTO WS-BREAKER-FILENAME
               END-STRING
           END-IF.

       040-PROCESS-TRAN-FILE-MODE.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-LOAD-CHECKPOINT.
           IF WS-BREAKER-THRESHOLD > 0
               AND WS-RESTART-POINT > 0
               PERFORM 159-RELOAD-HELD-TRAN
           ELSE
               PERFORM 151-CHECK-LEFTOVER-HELD-TRAN
               IF WS-MODE-ABORTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 152-LOAD-INPUT-LINEAGE.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY "TRANFILE OPEN FAILED, STATUS="
                       ELSE
                       IF WS-RECORDS-READ > WS-RESTART-POINT
                           PERFORM 036-VALIDATE-TRAN-RECORD
                           IF NOT WS-EDIT-REJECTED
                               MOVE WS-RECORDS-READ
                                   TO WS-DUP-CHECK-RECNO
                               PERFORM 056-CHECK-DIVERTED-RECNO
                           END-IF
                           IF WS-EDIT-REJECTED
      *                        Already written to REJFILE by the
      *                        pre-edit pass; never reaches CALL FP.
                               CONTINUE
                           ELSE
                               PERFORM 098-SET-CUR-FROM-TRAN
                               MOVE WS-RECORDS-READ
                                   TO WS-CUR-SOURCE-RECNO
                               COMPUTE WS-LINEAGE-POSITION =
                                   WS-RECORDS-READ - 1
                               PERFORM 154-APPLY-INPUT-LINEAGE
                               PERFORM 140-CHECK-BREAKER
                               IF WS-HOLD-CUR-RECORD
                                   PERFORM 150-HOLD-TRAN-RECORD
                               ELSE
                                   PERFORM 100-PROCESS-TRAN-RECORD
                               END-IF
                               PERFORM 155-RELEASE-HELD-TRAN
                           END-IF
      *                    An ABORT-JOB record must stay in front of
      *                    the restart point, so no checkpoint may
      *        An ABORT-JOB stop must keep the last checkpoint so the
      *        rerun resumes there; only a clean end-of-file clears it.
               IF NOT WS-MODE-ABORTED
                   PERFORM 157-PROBE-HELD-TRAN-AT-END
                   IF WS-BREAKER-THRESHOLD > 0
                       OR WS-HELDTRAN-IS-INPUT
                       PERFORM 158-SAVE-HELD-TRAN
                   END-IF
                   PERFORM 117-CLEAR-CHECKPOINT
                   PERFORM 058-SAVE-DUPLICATE-INDEX
                   PERFORM 037-REGISTER-PROCESSED-FILE
               END-IF
           END-IF.
           CLOSE TRAN-FILE.
           IF WS-BREAKER-THRESHOLD > 0
               PERFORM 147-WRITE-BREAKER-STATE
           END-IF.

       045-CHECK-DEADLINE.
      *    HHMM comparison aware of a window that crosses midnight:
               DISPLAY "TRANFILE " WS-CUR-FILE-ID
                   " BUSINESS DATE " WS-CUR-FILE-BUSINESS-DATE
                   " FROM " WS-CUR-CREATING-SYSTEM
               PERFORM 033-CHECK-BUSINESS-DATE
               IF NOT WS-MODE-ABORTED
                   PERFORM 038-CHECK-FILE-REGISTRY
               END-IF
               IF NOT WS-MODE-ABORTED
                   PERFORM 050-LOAD-DUPLICATE-INDEX
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRE-EDIT-RECORD-NO = 1
           END-IF.
           ADD 1 TO WS-RECORDS-EDITED.
           PERFORM 036-VALIDATE-TRAN-RECORD.
           IF NOT WS-EDIT-REJECTED
               PERFORM 052-CHECK-DUPLICATE
           END-IF.
           IF WS-EDIT-REJECTED
               PERFORM 054-WRITE-REJECT-RECORD
           END-IF.

       033-CHECK-BUSINESS-DATE.
      *    The header must carry the open business date.  RERUN lets
      *    an earlier date's file through, or any file after the
      *    date has been closed; the operator hears about it either
      *    way.
           IF NOT WS-BUSDATE-PRESENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUSINESS-DATE-CLOSED
               IF WS-RERUN-OVERRIDE
                   DISPLAY "BUSINESS DATE " WS-OPEN-BUSINESS-DATE
                       " IS CLOSED, RERUN OVERRIDE ACCEPTED"
               ELSE
                   DISPLAY "BUSINESS DATE " WS-OPEN-BUSINESS-DATE
                       " IS CLOSED, ABORTING - PASS RERUN TO "
                       "OVERRIDE"
                   SET WS-MODE-ABORTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *    Held work replayed after the callback outage clears keeps
      *    its original, earlier date and needs no RERUN.
           IF WS-CUR-FILE-ID (1:2) = 'HT'
               AND WS-CUR-FILE-BUSINESS-DATE < WS-OPEN-BUSINESS-DATE
               DISPLAY "HELDTRAN " WS-CUR-FILE-ID " IS FOR "
                   WS-CUR-FILE-BUSINESS-DATE
                   ", REPLAYED ON BUSINESS DATE "
                   WS-OPEN-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-FILE-BUSINESS-DATE NOT = WS-OPEN-BUSINESS-DATE
               IF WS-RERUN-OVERRIDE
                   DISPLAY "FILE " WS-CUR-FILE-ID " IS FOR "
                       WS-CUR-FILE-BUSINESS-DATE ", BUSINESS DATE IS "
                       WS-OPEN-BUSINESS-DATE
                       ", RERUN OVERRIDE ACCEPTED"
               ELSE
                   DISPLAY "FILE " WS-CUR-FILE-ID " IS FOR "
                       WS-CUR-FILE-BUSINESS-DATE ", BUSINESS DATE IS "
                       WS-OPEN-BUSINESS-DATE
                       ", ABORTING - PASS RERUN TO OVERRIDE"
                   SET WS-MODE-ABORTED TO TRUE
               END-IF
           END-IF.

       038-CHECK-FILE-REGISTRY.
           DISPLAY "REGISTERED FILE " WS-CUR-FILE-ID
               " ON THE PROCESSED-FILE REGISTRY".

       050-LOAD-DUPLICATE-INDEX.
      *    DUPINDEX lines inside the lookback window, counted back
      *    from the file's business date (the open business date
      *    when the header date is unusable).  A missing DUPINDEX
      *    just means no file has completed since the check began.
           IF WS-CUR-FILE-BUSINESS-DATE IS NUMERIC
               MOVE WS-CUR-FILE-BUSINESS-DATE TO WS-DUP-BUSINESS-DATE
           ELSE
               MOVE WS-OPEN-BUSINESS-DATE TO WS-DUP-BUSINESS-DATE
           END-IF.
           MOVE WS-DUP-BUSINESS-DATE TO WS-DUP-DATE-NUM.
           COMPUTE WS-DUP-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DUP-DATE-NUM)
                   - WS-DUP-LOOKBACK-DAYS).
           OPEN INPUT DUPLICATE-INDEX-FILE.
           IF WS-DUPINDEX-FILE-STATUS NOT = '00'
               DISPLAY "NO DUPINDEX, DUPLICATES CHECKED WITHIN THIS "
                   "FILE ONLY"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DUPINDEX-FILE-STATUS NOT = '00'
               READ DUPLICATE-INDEX-FILE
                   AT END
                       MOVE '10' TO WS-DUPINDEX-FILE-STATUS
                   NOT AT END
                       IF DUP-BUSINESS-DATE >= WS-DUP-WINDOW-START
                           AND DUP-FILE-ID NOT = WS-CUR-FILE-ID
                           PERFORM 051-TABLE-ONE-INDEX-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUPLICATE-INDEX-FILE.
           DISPLAY "DUPLICATE CHECK AGAINST " WS-DUP-INDEX-COUNT
               " DUPINDEX LINES SINCE " WS-DUP-WINDOW-START.

       051-TABLE-ONE-INDEX-LINE.
           IF WS-DUP-INDEX-COUNT >= 20000
               IF NOT WS-DUP-INDEX-FULL
                   DISPLAY "DUPINDEX HOLDS MORE THAN 20000 LINES, "
                       "REMAINDER NOT CHECKED"
                   SET WS-DUP-INDEX-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUP-INDEX-COUNT.
           SET WS-DX-IDX TO WS-DUP-INDEX-COUNT.
           MOVE DUP-BUSINESS-DATE TO WS-DX-BUSINESS-DATE (WS-DX-IDX).
           MOVE DUP-FILE-ID TO WS-DX-FILE-ID (WS-DX-IDX).
           MOVE DUP-ASTRING-NAME TO WS-DK-ASTRING-NAME.
           MOVE DUP-RECTYPE TO WS-DK-RECTYPE.
           MOVE DUP-EXT-PAYLOAD-LEN TO WS-DK-EXT-PAYLOAD-LEN.
           MOVE DUP-EXT-PAYLOAD TO WS-DK-EXT-PAYLOAD.
           MOVE WS-DUP-KEY TO WS-DX-KEY (WS-DX-IDX).
           MOVE 'N' TO WS-DX-HELD-SWITCH (WS-DX-IDX).

       052-CHECK-DUPLICATE.
      *    Matches the current TRAN-RECORD against the window and
      *    the records already accepted from this file; a record
      *    that is not a duplicate joins the table for the rest of
      *    the file.  A classic record's payload fields do not take
      *    part in the key, as the load does not carry them either.
           PERFORM 053-BUILD-DUPLICATE-KEY.
           MOVE 'N' TO WS-DUP-FOUND-SWITCH.
           SET WS-DX-IDX TO 1.
           PERFORM UNTIL WS-DX-IDX > WS-DUP-INDEX-COUNT
                      OR WS-DUPLICATE-FOUND
               IF WS-DX-KEY (WS-DX-IDX) = WS-DUP-KEY
                   SET WS-DUPLICATE-FOUND TO TRUE
               ELSE
                   SET WS-DX-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-DUPLICATE-FOUND
               MOVE 'DUPL' TO WS-REJECT-REASON-CODE
               SET WS-EDIT-REJECTED TO TRUE
               MOVE WS-DX-BUSINESS-DATE (WS-DX-IDX)
                   TO WS-DUP-ORIGINAL-DATE
               MOVE WS-DX-FILE-ID (WS-DX-IDX)
                   TO WS-DUP-ORIGINAL-FILE-ID
               ADD 1 TO WS-DUPLICATES-DIVERTED
               PERFORM 055-NOTE-DIVERTED-RECNO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUP-INDEX-COUNT >= 20000
               IF NOT WS-DUP-INDEX-FULL
                   DISPLAY "DUPINDEX HOLDS MORE THAN 20000 LINES, "
                       "REMAINDER NOT CHECKED"
                   SET WS-DUP-INDEX-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUP-INDEX-COUNT.
           SET WS-DX-IDX TO WS-DUP-INDEX-COUNT.
           MOVE WS-DUP-BUSINESS-DATE TO WS-DX-BUSINESS-DATE (WS-DX-IDX).
           MOVE WS-CUR-FILE-ID TO WS-DX-FILE-ID (WS-DX-IDX).
           MOVE WS-DUP-KEY TO WS-DX-KEY (WS-DX-IDX).
           MOVE 'N' TO WS-DX-HELD-SWITCH (WS-DX-IDX).

       053-BUILD-DUPLICATE-KEY.
           MOVE TRAN-ASTRING-NAME TO WS-DK-ASTRING-NAME.
           MOVE TRAN-RECTYPE TO WS-DK-RECTYPE.
           IF TRAN-RECTYPE (1:1) = 'X'
               MOVE TRAN-EXT-PAYLOAD-LEN TO WS-DK-EXT-PAYLOAD-LEN
               MOVE TRAN-EXT-PAYLOAD TO WS-DK-EXT-PAYLOAD
           ELSE
               MOVE '000' TO WS-DK-EXT-PAYLOAD-LEN
               MOVE SPACES TO WS-DK-EXT-PAYLOAD
           END-IF.

       054-WRITE-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE.
           MOVE TRAN-RECORD TO REJ-RECORD-IMAGE.
           IF WS-REJECT-REASON-CODE = 'DUPL'
               MOVE WS-DUP-ORIGINAL-DATE TO REJ-ORIGINAL-DATE
               MOVE WS-DUP-ORIGINAL-FILE-ID TO REJ-ORIGINAL-FILE-ID
           END-IF.
           WRITE REJECT-RECORD.

       055-NOTE-DIVERTED-RECNO.
      *    A file with this many duplicates or unknown names is a
      *    resend or the wrong file in all but name; stop rather
      *    than call half of it.
           IF WS-DIVERTED-COUNT >= 5000
               DISPLAY "MORE THAN 5000 DIVERTED RECORDS, ABORTING"
               SET WS-MODE-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIVERTED-COUNT.
           MOVE WS-PRE-EDIT-RECORD-NO
               TO WS-DIV-RECNO (WS-DIVERTED-COUNT).

       056-CHECK-DIVERTED-RECNO.
      *    Record numbers arrive in ascending order, so the scan
      *    carries on from where the last record left it.
           MOVE 'N' TO WS-EDIT-REJECT-SWITCH.
           MOVE 'N' TO WS-DIV-SCAN-SWITCH.
           PERFORM UNTIL WS-DIVERTED-NEXT > WS-DIVERTED-COUNT
                      OR WS-DIV-SCAN-DONE
               IF WS-DIV-RECNO (WS-DIVERTED-NEXT) < WS-DUP-CHECK-RECNO
                   ADD 1 TO WS-DIVERTED-NEXT
               ELSE
                   IF WS-DIV-RECNO (WS-DIVERTED-NEXT) =
                           WS-DUP-CHECK-RECNO
                       MOVE 'DUPL' TO WS-REJECT-REASON-CODE
                       SET WS-EDIT-REJECTED TO TRUE
                       ADD 1 TO WS-DIVERTED-NEXT
                   END-IF
                   SET WS-DIV-SCAN-DONE TO TRUE
               END-IF
           END-PERFORM.

       058-SAVE-DUPLICATE-INDEX.
      *    Rewritten whole: the lines still inside the window plus
      *    this file's accepted records.  A table that overflowed
      *    would lose lines, so the old index is left as it was.
           IF WS-DUP-INDEX-FULL
               DISPLAY "DUPINDEX NOT REWRITTEN, THIS FILE'S RECORDS "
                   "ARE NOT INDEXED"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DUPLICATE-INDEX-FILE.
           IF WS-DUPINDEX-FILE-STATUS NOT = '00'
               DISPLAY "DUPINDEX OPEN FAILED, STATUS="
                   WS-DUPINDEX-FILE-STATUS
                   ", THIS FILE'S RECORDS ARE NOT INDEXED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 057-UNINDEX-HELD-TRAN.
           MOVE 0 TO WS-DUP-WRITTEN-COUNT.
           PERFORM VARYING WS-DX-IDX FROM 1 BY 1
                   UNTIL WS-DX-IDX > WS-DUP-INDEX-COUNT
               IF NOT WS-DX-HELD (WS-DX-IDX)
                   MOVE SPACES TO DUPLICATE-INDEX-RECORD
                   MOVE WS-DX-BUSINESS-DATE (WS-DX-IDX)
                       TO DUP-BUSINESS-DATE
                   MOVE WS-DX-FILE-ID (WS-DX-IDX) TO DUP-FILE-ID
                   MOVE WS-DX-KEY (WS-DX-IDX) TO WS-DUP-KEY
                   MOVE WS-DK-ASTRING-NAME TO DUP-ASTRING-NAME
                   MOVE WS-DK-RECTYPE TO DUP-RECTYPE
                   MOVE WS-DK-EXT-PAYLOAD-LEN TO DUP-EXT-PAYLOAD-LEN
                   MOVE WS-DK-EXT-PAYLOAD TO DUP-EXT-PAYLOAD
                   WRITE DUPLICATE-INDEX-RECORD
                   ADD 1 TO WS-DUP-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE DUPLICATE-INDEX-FILE.
           DISPLAY "DUPINDEX REWRITTEN WITH " WS-DUP-WRITTEN-COUNT
               " LINES".
           IF WS-DUP-UNINDEXED-COUNT > 0
               DISPLAY WS-DUP-UNINDEXED-COUNT
                   " HELD RECORDS LEFT OUT OF DUPINDEX"
           END-IF.

       057-UNINDEX-HELD-TRAN.
      *    Records still held behind an open breaker go out on
      *    HELDTRAN to be run later; indexed under this file they
      *    would all reject as DUPL on that run and never be called.
      *    Each one un-indexes one matching line of this file, so a
      *    genuine second copy that was called stays indexed.
           MOVE 0 TO WS-DUP-UNINDEXED-COUNT.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HELD-TRAN-COUNT
               IF WS-HT-HELD (WS-HT-IDX)
                   MOVE WS-HT-RECORD (WS-HT-IDX) TO TRAN-RECORD
                   PERFORM 053-BUILD-DUPLICATE-KEY
                   MOVE 'N' TO WS-DUP-FOUND-SWITCH
                   PERFORM VARYING WS-DX-IDX FROM 1 BY 1
                           UNTIL WS-DX-IDX > WS-DUP-INDEX-COUNT
                              OR WS-DUPLICATE-FOUND
                       IF WS-DX-KEY (WS-DX-IDX) = WS-DUP-KEY
                           AND WS-DX-FILE-ID (WS-DX-IDX)
                               = WS-CUR-FILE-ID
                           AND NOT WS-DX-HELD (WS-DX-IDX)
                           SET WS-DX-HELD (WS-DX-IDX) TO TRUE
                           SET WS-DUPLICATE-FOUND TO TRUE
                           ADD 1 TO WS-DUP-UNINDEXED-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       036-VALIDATE-TRAN-RECORD.
      *    Edits one TRAN-RECORD.  A RECTYPE is routable when the
      *    dispatch table is empty (everything goes to the default FP)
      *    or when it has a DISPTAB entry; an entry with FP-INDEX 00
      *    flags the type as explicitly default-routable.  A record
      *    that passes the format edits must then carry a name
      *    NAMEREF allows for its RECTYPE.
           MOVE 'N' TO WS-EDIT-REJECT-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           IF TRAN-ASTRING-NAME = SPACES
                   SET WS-EDIT-REJECTED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-EDIT-REJECTED
               PERFORM 059-CHECK-NAME-REFERENCE
           END-IF.

       059-CHECK-NAME-REFERENCE.
      *    Keyed lookup of TRAN-ASTRING-NAME.  A name not yet at its
      *    effective date is as unknown as one never added; one past
      *    its expiry date is as closed as one CCNAMMNT closed.
           IF NOT WS-NMRF-OPENED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-FILE-BUSINESS-DATE IS NUMERIC
               MOVE WS-CUR-FILE-BUSINESS-DATE TO WS-NRF-CHECK-DATE
           ELSE
               MOVE WS-OPEN-BUSINESS-DATE TO WS-NRF-CHECK-DATE
           END-IF.
           MOVE TRAN-ASTRING-NAME TO NRF-ASTRING-NAME.
           READ NAME-REFERENCE-FILE
               INVALID KEY
                   MOVE 'NUNK' TO WS-REJECT-REASON-CODE
                   SET WS-EDIT-REJECTED TO TRUE
           END-READ.
           IF WS-EDIT-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF NRF-EFFECTIVE-DATE NOT = SPACES
               AND WS-NRF-CHECK-DATE < NRF-EFFECTIVE-DATE
               MOVE 'NUNK' TO WS-REJECT-REASON-CODE
               SET WS-EDIT-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NRF-BLOCKED
               MOVE 'NBLK' TO WS-REJECT-REASON-CODE
               SET WS-EDIT-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NRF-CLOSED
               OR (NRF-EXPIRY-DATE NOT = SPACES
                   AND WS-NRF-CHECK-DATE > NRF-EXPIRY-DATE)
               MOVE 'NCLS' TO WS-REJECT-REASON-CODE
               SET WS-EDIT-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NRF-ALLOWED-RECTYPES NOT = SPACES
               MOVE 'N' TO WS-NRF-RECTYPE-SWITCH
               PERFORM VARYING WS-NRF-SUB FROM 1 BY 1
                       UNTIL WS-NRF-SUB > 10
                          OR WS-NRF-RECTYPE-ALLOWED
                   IF NRF-ALLOWED-RECTYPE (WS-NRF-SUB) = TRAN-RECTYPE
                       SET WS-NRF-RECTYPE-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-NRF-RECTYPE-ALLOWED
                   MOVE 'NRTY' TO WS-REJECT-REASON-CODE
                   SET WS-EDIT-REJECTED TO TRUE
               END-IF
           END-IF.

       195-LOAD-WORK-QUEUE-FROM-TRANFILE.
      *    Seeds WORKQFILE from the day's TRANFILE, one WQ-PENDING row
      *    before a single queue record is written - this front door
      *    gets the same checks the pre-edit pass gives TRANFILE
      *    mode.
           MOVE WS-OPEN-BUSINESS-DATE TO WS-LOAD-BUSINESS-DATE.
           PERFORM 189-PRE-VALIDATE-LOAD-TRANFILE.
           IF WS-MODE-ABORTED
               EXIT PARAGRAPH
           IF WS-MODE-ABORTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 152-LOAD-INPUT-LINEAGE.

           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
                           CONTINUE
                       ELSE
                       ADD 1 TO WS-RECORDS-READ
      *                The header is record 1, so detail n is
      *                record n + 1 of the pre-load pass.
                       COMPUTE WS-DUP-CHECK-RECNO =
                           WS-RECORDS-READ + 1
                       PERFORM 056-CHECK-DIVERTED-RECNO
                       IF WS-EDIT-REJECTED
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-LOAD-SEQNO
                           MOVE WS-LOAD-SEQNO TO WQ-SEQNO
                           SET WQ-PENDING TO TRUE
                           MOVE SPACES TO WQ-CLAIMED-BY
                           MOVE TRAN-ASTRING-NAME TO WQ-ASTRING-NAME
                           MOVE TRAN-RECTYPE TO WQ-RECTYPE
                           IF TRAN-RECTYPE (1:1) = 'X'
                               AND TRAN-EXT-PAYLOAD-LEN IS NUMERIC
                               MOVE TRAN-EXT-PAYLOAD-LEN
                                   TO WQ-EXT-PAYLOAD-LEN
                               MOVE TRAN-EXT-PAYLOAD
                                   TO WQ-EXT-PAYLOAD
                           ELSE
                               MOVE 0 TO WQ-EXT-PAYLOAD-LEN
                               MOVE SPACES TO WQ-EXT-PAYLOAD
                           END-IF
                           MOVE TRAN-RECTYPE TO WS-CUR-RECTYPE
                           PERFORM 023-RESOLVE-PRIORITY
                           MOVE WS-ASSIGN-PRIORITY TO WQ-PRIORITY
                           MOVE 0 TO WQ-REPLAY-CYCLES
                           MOVE WS-LOAD-BUSINESS-DATE
                               TO WQ-BUSINESS-DATE
                           MOVE WS-CUR-FILE-ID
                               TO WS-CUR-SOURCE-FILE-ID
                           MOVE WS-CUR-CREATING-SYSTEM
                               TO WS-CUR-SOURCE-SYSTEM
                           MOVE WS-DUP-CHECK-RECNO
                               TO WS-CUR-SOURCE-RECNO
                           MOVE WS-RECORDS-READ
                               TO WS-LINEAGE-POSITION
                           PERFORM 154-APPLY-INPUT-LINEAGE
                           MOVE WS-CUR-SOURCE-FILE-ID TO WQ-FILE-ID
                           MOVE WS-CUR-SOURCE-SYSTEM
                               TO WQ-CREATING-SYSTEM
                           MOVE WS-CUR-SOURCE-RECNO
                               TO WQ-RECORD-NUMBER
                           WRITE WORK-QUEUE-RECORD
                           ADD 1 TO WS-RECORDS-LOADED
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
               " INTO WORKQFILE".
           DISPLAY "CARRIED OVER " WS-CARRYOVER-LOADED
               " SURVIVING RECORDS".
           IF WS-DUPLICATES-DIVERTED > 0
               DISPLAY "DIVERTED " WS-DUPLICATES-DIVERTED
                   " DUPLICATE RECORDS TO REJFILE"
           END-IF.
           PERFORM VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > WS-CO-DATE-TABLE-COUNT
               DISPLAY "  CARRIED FROM " WS-COD-DATE (WS-COD-IDX)
                   ": " WS-COD-COUNT (WS-COD-IDX)
           END-PERFORM.
           PERFORM 058-SAVE-DUPLICATE-INDEX.
           PERFORM 037-REGISTER-PROCESSED-FILE.

       189-PRE-VALIDATE-LOAD-TRANFILE.
      *    trailer present and its count matching the detail
      *    records.  Nothing is written until this pass is clean,
      *    so a truncated transfer or an upstream resend never
      *    seeds the queue.  Duplicate records are diverted to
      *    REJFILE here and left out of the queue by the load.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY "TRANFILE OPEN FAILED, STATUS="
               SET WS-MODE-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = '00'
               DISPLAY "REJFILE OPEN FAILED, STATUS="
                   WS-REJECT-FILE-STATUS
               SET WS-MODE-ABORTED TO TRUE
               CLOSE TRAN-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-TRAN-FILE
                      OR WS-MODE-ABORTED
               READ TRAN-FILE
                       PERFORM 188-CLASSIFY-LOAD-RECORD
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
           CLOSE TRAN-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-MODE-ABORTED
               DISPLAY "TRANFILE " WS-CUR-FILE-ID
                   " BUSINESS DATE " WS-CUR-FILE-BUSINESS-DATE
                   " FROM " WS-CUR-CREATING-SYSTEM
               PERFORM 033-CHECK-BUSINESS-DATE
               IF NOT WS-MODE-ABORTED
                   PERFORM 038-CHECK-FILE-REGISTRY
               END-IF
               IF NOT WS-MODE-ABORTED
                   PERFORM 050-LOAD-DUPLICATE-INDEX
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRE-EDIT-RECORD-NO = 1
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RECORDS-EDITED.
           MOVE 'N' TO WS-EDIT-REJECT-SWITCH.
      *    The load does not re-read NAMEREF, so a name rejection
      *    is diverted by record number like a duplicate.
           PERFORM 059-CHECK-NAME-REFERENCE.
           IF WS-EDIT-REJECTED
               PERFORM 055-NOTE-DIVERTED-RECNO
           ELSE
               PERFORM 052-CHECK-DUPLICATE
           END-IF.
           IF WS-EDIT-REJECTED
               PERFORM 054-WRITE-REJECT-RECORD
           END-IF.

       194-COLLECT-CARRYOVER.
      *    A missing queue simply means a first-ever load; anything
                   AT END
                       SET WS-NO-MORE-WORKQ TO TRUE
                   NOT AT END
                       IF WQ-PENDING OR WQ-CLAIMED OR WQ-HELD
                           PERFORM 192-TABLE-ONE-CARRYOVER
                       END-IF
               END-READ
               MOVE WS-LOAD-BUSINESS-DATE
                   TO WS-CO-BUSINESS-DATE (WS-CO-IDX)
           END-IF.
           MOVE WQ-FILE-ID TO WS-CO-FILE-ID (WS-CO-IDX).
           MOVE WQ-CREATING-SYSTEM
               TO WS-CO-CREATING-SYSTEM (WS-CO-IDX).
           MOVE WQ-RECORD-NUMBER
               TO WS-CO-RECORD-NUMBER (WS-CO-IDX).

       193-REQUEUE-CARRYOVER.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               END-IF
               MOVE WS-CO-BUSINESS-DATE (WS-CO-IDX)
                   TO WQ-BUSINESS-DATE
               MOVE WS-CO-FILE-ID (WS-CO-IDX) TO WQ-FILE-ID
               MOVE WS-CO-CREATING-SYSTEM (WS-CO-IDX)
                   TO WQ-CREATING-SYSTEM
               IF WS-CO-RECORD-NUMBER (WS-CO-IDX) IS NUMERIC
                   MOVE WS-CO-RECORD-NUMBER (WS-CO-IDX)
                       TO WQ-RECORD-NUMBER
               ELSE
                   MOVE 0 TO WQ-RECORD-NUMBER
               END-IF
               WRITE WORK-QUEUE-RECORD
               ADD 1 TO WS-CARRYOVER-LOADED
               PERFORM 191-TALLY-CARRYOVER-DATE

           PERFORM 190-RECOVER-STALE-CLAIMS.

           PERFORM 205-SWEEP-PRIORITY-LEVELS.
      *    Work released by a closed breaker goes back to PENDING
      *    behind the sweep position, so sweep again for as long as
      *    a pass releases anything.
           PERFORM 210-RESOLVE-HELD-WORKQ.
           PERFORM UNTIL WS-WQ-RELEASED-THIS-PASS = 0
                      OR WS-MODE-ABORTED
                      OR WS-DEADLINE-REACHED
                      OR WS-DRAIN-REQUESTED
                      OR WS-STOP-REQUESTED
               PERFORM 205-SWEEP-PRIORITY-LEVELS
               PERFORM 210-RESOLVE-HELD-WORKQ
           END-PERFORM.

           IF WS-DEADLINE-REACHED
               OR WS-DRAIN-REQUESTED
               OR WS-STOP-REQUESTED
               PERFORM 198-COUNT-REMAINING-PENDING
           END-IF.

           CLOSE WORK-QUEUE-FILE.
           IF WS-BREAKER-THRESHOLD > 0
               PERFORM 147-WRITE-BREAKER-STATE
           END-IF.

       205-SWEEP-PRIORITY-LEVELS.
      *    One sweep per priority level present among the pending
      *    records this instance may claim, highest level first, so
      *    urgent record types come off the queue ahead of the bulk.
               END-IF
           END-PERFORM.

       210-RESOLVE-HELD-WORKQ.
      *    After a full sweep: put back to PENDING whatever a breaker
      *    that closed during the sweep was holding; if nothing was
      *    due, probe each breaker still open with one of its held
      *    records, and release behind any probe that got through.
           MOVE 0 TO WS-WQ-RELEASED-THIS-PASS.
           IF WS-BREAKER-THRESHOLD = 0
               OR WS-MODE-ABORTED
               OR WS-DEADLINE-REACHED
               OR WS-DRAIN-REQUESTED
               OR WS-STOP-REQUESTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 211-RELEASE-DUE-WORKQ.
           IF WS-WQ-RELEASED-THIS-PASS = 0
               PERFORM 215-PROBE-HELD-WORKQ
               PERFORM 211-RELEASE-DUE-WORKQ
           END-IF.

       211-RELEASE-DUE-WORKQ.
           MOVE 'N' TO WS-ANY-RELEASE-SWITCH.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 6
               IF WS-BRK-RELEASE-DUE (WS-BRK-IDX)
                   SET WS-ANY-RELEASE-DUE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-ANY-RELEASE-DUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-WORKQ-EOF-SWITCH.
           MOVE LOW-VALUES TO WQ-SEQNO.
           START WORK-QUEUE-FILE KEY >= WQ-SEQNO
               INVALID KEY
                   SET WS-NO-MORE-WORKQ TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-WORKQ
               READ WORK-QUEUE-FILE NEXT RECORD WITH LOCK
                   AT END
                       SET WS-NO-MORE-WORKQ TO TRUE
                   NOT AT END
                       IF WQ-HELD
                           AND WQ-CLAIMED-BY = WS-INSTANCE-ID
                           MOVE WQ-RECTYPE TO WS-CUR-RECTYPE
                           PERFORM 105-RESOLVE-TARGET-FP
                           COMPUTE WS-BREAKER-SUB =
                               WS-TARGET-FP-INDEX + 1
                           IF WS-BRK-RELEASE-DUE (WS-BREAKER-SUB)
                               SET WQ-PENDING TO TRUE
                               MOVE SPACES TO WQ-CLAIMED-BY
                               REWRITE WORK-QUEUE-RECORD
                               ADD 1 TO WS-WQ-RELEASED-THIS-PASS
                               ADD 1 TO WS-RECORDS-RELEASED
                               IF WS-BRK-HELD-COUNT (WS-BREAKER-SUB)
                                   > 0
                                   SUBTRACT 1 FROM WS-BRK-HELD-COUNT
                                       (WS-BREAKER-SUB)
                               END-IF
                           END-IF
                       END-IF
                       UNLOCK WORK-QUEUE-FILE
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-WORKQ-EOF-SWITCH.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 6
               MOVE 'N' TO WS-BRK-RELEASE-SWITCH (WS-BRK-IDX)
           END-PERFORM.
           IF WS-WQ-RELEASED-THIS-PASS > 0
               DISPLAY "RELEASED " WS-WQ-RELEASED-THIS-PASS
                   " HELD RECORDS BACK TO PENDING"
               PERFORM 147-WRITE-BREAKER-STATE
           END-IF.

       215-PROBE-HELD-WORKQ.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 6
                      OR WS-MODE-ABORTED
                      OR WS-DEADLINE-REACHED
                      OR WS-DRAIN-REQUESTED
                      OR WS-STOP-REQUESTED
               IF WS-BRK-IS-OPEN (WS-BRK-IDX)
                   AND WS-BRK-HELD-COUNT (WS-BRK-IDX) > 0
                   SET WS-RELEASE-FP-INDEX TO WS-BRK-IDX
                   SUBTRACT 1 FROM WS-RELEASE-FP-INDEX
                   PERFORM 216-PROBE-ONE-BREAKER
               END-IF
           END-PERFORM.

       216-PROBE-ONE-BREAKER.
      *    The first record this instance holds for the breaker is
      *    claimed and processed like any other; its outcome decides
      *    whether the breaker closes.
           MOVE 'N' TO WS-PROBE-FOUND-SWITCH.
           MOVE 'N' TO WS-WORKQ-EOF-SWITCH.
           MOVE LOW-VALUES TO WQ-SEQNO.
           START WORK-QUEUE-FILE KEY >= WQ-SEQNO
               INVALID KEY
                   SET WS-NO-MORE-WORKQ TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-WORKQ
                      OR WS-PROBE-FOUND
               READ WORK-QUEUE-FILE NEXT RECORD WITH LOCK
                   AT END
                       SET WS-NO-MORE-WORKQ TO TRUE
                   NOT AT END
                       IF WQ-HELD
                           AND WQ-CLAIMED-BY = WS-INSTANCE-ID
                           MOVE WQ-RECTYPE TO WS-CUR-RECTYPE
                           PERFORM 105-RESOLVE-TARGET-FP
                       END-IF
                       IF WQ-HELD
                           AND WQ-CLAIMED-BY = WS-INSTANCE-ID
                           AND WS-TARGET-FP-INDEX = WS-RELEASE-FP-INDEX
                           SET WS-PROBE-FOUND TO TRUE
                           SET WQ-CLAIMED TO TRUE
                           REWRITE WORK-QUEUE-RECORD
                           UNLOCK WORK-QUEUE-FILE
                           SUBTRACT 1 FROM WS-BRK-HELD-COUNT
                               (WS-BRK-IDX)
                           ADD 1 TO WS-PROBE-CALLS
                           DISPLAY "PROBING OPEN BREAKER FOR FP "
                               WS-RELEASE-FP-INDEX " WITH SEQNO "
                               WQ-SEQNO
                           PERFORM 099-SET-CUR-FROM-WORKQ
                           PERFORM 100-PROCESS-TRAN-RECORD
                           IF NOT WS-MODE-ABORTED
                               SET WQ-DONE TO TRUE
                               REWRITE WORK-QUEUE-RECORD
                           END-IF
                       ELSE
                           UNLOCK WORK-QUEUE-FILE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-WORKQ-EOF-SWITCH.

       196-SCAN-PENDING-PRIORITIES.
      *    Plain read pass noting which priority levels still hold
                             OR (WQ-PRIORITY IS NOT NUMERIC
                                 AND WS-CLAIM-LEVEL =
                                     WS-DEFAULT-PRIORITY))
                           PERFORM 099-SET-CUR-FROM-WORKQ
                           PERFORM 140-CHECK-BREAKER
                           IF WS-HOLD-CUR-RECORD
                               PERFORM 199-HOLD-WORKQ-RECORD
                           ELSE
                               SET WQ-CLAIMED TO TRUE
                               MOVE WS-INSTANCE-ID TO WQ-CLAIMED-BY
                               REWRITE WORK-QUEUE-RECORD
                               UNLOCK WORK-QUEUE-FILE
                               PERFORM 100-PROCESS-TRAN-RECORD
                               IF WS-MODE-ABORTED
      *                            Leave the record CLAIMED; the
      *                            next run of this instance
      *                            recovers it through
      *                            190-RECOVER-STALE-CLAIMS.
                                   CONTINUE
                               ELSE
                                   SET WQ-DONE TO TRUE
                                   REWRITE WORK-QUEUE-RECORD
                                   PERFORM 045-CHECK-DEADLINE
      *                            The record in flight is marked done
      *                            before any directive takes effect, so
      *                            a DRAIN or STOP never abandons a
      *                            claim.
                                   PERFORM 500-POLL-COMMAND-FILE
                               END-IF
                           END-IF
                       ELSE
                           UNLOCK WORK-QUEUE-FILE
               END-READ
           END-PERFORM.

       199-HOLD-WORKQ-RECORD.
      *    The breaker for this record's callback is open: park it as
      *    HELD under this instance instead of calling.
           SET WQ-HELD TO TRUE.
           MOVE WS-INSTANCE-ID TO WQ-CLAIMED-BY.
           REWRITE WORK-QUEUE-RECORD.
           UNLOCK WORK-QUEUE-FILE.
           ADD 1 TO WS-RECORDS-HELD.
           ADD 1 TO WS-BRK-HELD-COUNT (WS-BREAKER-SUB).

       198-COUNT-REMAINING-PENDING.
      *    Plain read pass after a cutoff stop: how much work is
      *    still on the queue for the summary's projection.  Nothing
                   AT END
                       SET WS-NO-MORE-WORKQ TO TRUE
                   NOT AT END
                       IF WQ-PENDING OR WQ-HELD
                           ADD 1 TO WS-RECORDS-REMAINING
                       END-IF
               END-READ
                   AT END
                       SET WS-END-OF-TRAN-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CERT-RECORD-NO
                       IF TRAN-ASTRING-NAME NOT = '*HDR*'
                           AND TRAN-ASTRING-NAME NOT = '*TRL*'
                           PERFORM 310-CERTIFY-ONE-RECORD

       310-CERTIFY-ONE-RECORD.
           PERFORM 098-SET-CUR-FROM-TRAN.
           MOVE WS-CERT-RECORD-NO TO WS-CUR-SOURCE-RECNO.
           PERFORM 101-FRAME-CALL-ASTRING.
           PERFORM 104-SEED-ULTIMATEANSWER.
           MOVE ULTIMATEANSWER TO WS-ULTIMATEANSWER-BEFORE.
           PERFORM 105-RESOLVE-TARGET-FP.
           MOVE 1 TO WS-ATTEMPT-COUNT.
      *    A prior run of this same instance id may have abended
      *    after claiming a record but before marking it done; put
      *    those records back to PENDING so this run retries them.
      *    Records it left HELD go back too - this run's breakers
      *    start closed and will trip again if the callback is
      *    still down.
           MOVE LOW-VALUES TO WQ-SEQNO.
           START WORK-QUEUE-FILE KEY >= WQ-SEQNO
               INVALID KEY
                           DISPLAY "RECOVERED STALE CLAIM, SEQNO="
                               WQ-SEQNO
                       ELSE
                           IF WQ-HELD
                               AND WQ-CLAIMED-BY = WS-INSTANCE-ID
                               SET WQ-PENDING TO TRUE
                               MOVE SPACES TO WQ-CLAIMED-BY
                               REWRITE WORK-QUEUE-RECORD
                               UNLOCK WORK-QUEUE-FILE
                               DISPLAY "RELEASED HELD RECORD, SEQNO="
                                   WQ-SEQNO
                           ELSE
                               UNLOCK WORK-QUEUE-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                           AND CTL-CUTOFF-HHMM > 0
                           MOVE CTL-CUTOFF-HHMM TO WS-CUTOFF-HHMM
                       END-IF
                       IF CTL-BREAKER-THRESHOLD IS NUMERIC
                           MOVE CTL-BREAKER-THRESHOLD
                               TO WS-BREAKER-THRESHOLD
                       END-IF
                       IF CTL-BREAKER-PROBE-EVERY IS NUMERIC
                           AND CTL-BREAKER-PROBE-EVERY > 0
                           MOVE CTL-BREAKER-PROBE-EVERY
                               TO WS-BREAKER-PROBE-EVERY
                       END-IF
                       IF CTL-DUP-LOOKBACK-DAYS IS NUMERIC
                           MOVE CTL-DUP-LOOKBACK-DAYS
                               TO WS-DUP-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
           IF WS-PARM-RERUN = 'RERUN'
               SET WS-RERUN-OVERRIDE TO TRUE
               DISPLAY "RERUN OVERRIDE IN EFFECT FOR THE "
                   "PROCESSED-FILE REGISTRY AND BUSINESS DATE"
           END-IF.

           DISPLAY "MYCOUNT FOR THIS RUN IS " MYCOUNT.
           IF WS-CUTOFF-HHMM > 0
               DISPLAY "BATCH-WINDOW CUTOFF AT " WS-CUTOFF-HHMM
           END-IF.
           IF WS-BREAKER-THRESHOLD > 0
               DISPLAY "CIRCUIT BREAKER OPENS AFTER "
                   WS-BREAKER-THRESHOLD " CONSECUTIVE FAILURES, "
                   "PROBE EVERY " WS-BREAKER-PROBE-EVERY " HELD"
           END-IF.
           IF WS-INSTANCE-ID NOT = SPACES
               DISPLAY "RUNNING AS WORK-QUEUE INSTANCE " WS-INSTANCE-ID
               IF WS-AFFINITY-RECTYPE NOT = SPACES
               END-IF
           END-IF.

       012-LOAD-BUSINESS-DATE.
      *    No BUSDATE, or an unreadable one, leaves the machine date
      *    as the business date and the header date unchecked.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-OPEN-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "NO BUSDATE CONTROL RECORD, STATUS="
                   WS-BUSDATE-FILE-STATUS
                   ", MACHINE DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-CURRENT-DATE IS NOT NUMERIC
               DISPLAY "BUSDATE CONTROL RECORD NOT USABLE, "
                   "MACHINE DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           SET WS-BUSDATE-PRESENT TO TRUE.
           MOVE BDT-CURRENT-DATE TO WS-OPEN-BUSINESS-DATE.
           MOVE BDT-STATUS TO WS-OPEN-BUSINESS-STATUS.
           IF WS-BUSINESS-DATE-CLOSED
               DISPLAY "BUSINESS DATE " WS-OPEN-BUSINESS-DATE
                   " (CLOSED)"
           ELSE
               DISPLAY "BUSINESS DATE " WS-OPEN-BUSINESS-DATE
           END-IF.

       020-LOAD-DISPATCH-TABLE.
           OPEN INPUT DISPATCH-FILE.
           IF WS-DISPATCH-FILE-STATUS = '00'
                       " REPORTED AS EXCEPTIONS"
           END-IF.

       027-NOTE-TABLE-VERSIONS.
      *    Taken when the tables are loaded, so SUMRPT names the
      *    versions this run worked with even if CCTBLMNT promotes
      *    another while it is running.
           PERFORM VARYING WS-TVN-IDX FROM 1 BY 1
                   UNTIL WS-TVN-IDX > 3
               MOVE 'UNVERSIONED' TO WS-TVN-VERSION-TEXT (WS-TVN-IDX)
               MOVE SPACES TO WS-TVN-EFFECTIVE (WS-TVN-IDX)
           END-PERFORM.
           OPEN INPUT TABLE-VERSION-FILE.
           IF WS-TBLVER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TVN-IDX FROM 1 BY 1
                   UNTIL WS-TVN-IDX > 3
               PERFORM 028-FIND-LIVE-VERSION
           END-PERFORM.
           CLOSE TABLE-VERSION-FILE.

       028-FIND-LIVE-VERSION.
           MOVE WS-TVN-TABLE-NAME (WS-TVN-IDX) TO TVR-TABLE-NAME.
           MOVE 0 TO TVR-VERSION.
           MOVE 'N' TO WS-TBLVER-EOF-SWITCH.
           START TABLE-VERSION-FILE KEY >= TVR-KEY
               INVALID KEY
                   SET WS-TBLVER-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-TBLVER-DONE
               READ TABLE-VERSION-FILE NEXT RECORD
                   AT END
                       SET WS-TBLVER-DONE TO TRUE
                   NOT AT END
                       IF TVR-TABLE-NAME
                           NOT = WS-TVN-TABLE-NAME (WS-TVN-IDX)
                           SET WS-TBLVER-DONE TO TRUE
                       ELSE
                           IF TVR-LIVE
                               MOVE SPACES
                                   TO WS-TVN-VERSION-TEXT (WS-TVN-IDX)
                               STRING "V" DELIMITED BY SIZE
                                   TVR-VERSION DELIMITED BY SIZE
                                   INTO WS-TVN-VERSION-TEXT
                                       (WS-TVN-IDX)
                               END-STRING
                               MOVE TVR-EFFECTIVE-DATE
                                   TO WS-TVN-EFFECTIVE (WS-TVN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       030-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE 0 TO WS-RECORDS-SINCE-CKPT.
      *    Records held behind an open breaker are behind the restart
      *    point too, so HELDTRAN is kept in step with the checkpoint.
           IF WS-BREAKER-THRESHOLD > 0
               PERFORM 158-SAVE-HELD-TRAN
           END-IF.

       117-CLEAR-CHECKPOINT.
      *    The read loop only reaches here after a clean end-of-file,
           MOVE TRAN-ASTRING-NAME TO WS-CUR-ASTRING-NAME.
           MOVE TRAN-RECTYPE TO WS-CUR-RECTYPE.
           MOVE 0 TO WS-CUR-REPLAY-CYCLES.
           MOVE WS-CUR-FILE-BUSINESS-DATE TO WS-CUR-BUSINESS-DATE.
      *    The caller knows the record's position and sets
      *    WS-CUR-SOURCE-RECNO after this.
           MOVE WS-CUR-FILE-ID TO WS-CUR-SOURCE-FILE-ID.
           MOVE WS-CUR-CREATING-SYSTEM TO WS-CUR-SOURCE-SYSTEM.
           MOVE 0 TO WS-CUR-SOURCE-RECNO.
           MOVE 'N' TO WS-CUR-EXTENDED-SWITCH.
           MOVE 0 TO WS-CUR-PAYLOAD-LEN.
           MOVE SPACES TO WS-CUR-PAYLOAD.
           ELSE
               MOVE 0 TO WS-CUR-REPLAY-CYCLES
           END-IF.
           IF WQ-BUSINESS-DATE IS NUMERIC
               MOVE WQ-BUSINESS-DATE TO WS-CUR-BUSINESS-DATE
           ELSE
               MOVE SPACES TO WS-CUR-BUSINESS-DATE
           END-IF.
           MOVE WQ-FILE-ID TO WS-CUR-SOURCE-FILE-ID.
           MOVE WQ-CREATING-SYSTEM TO WS-CUR-SOURCE-SYSTEM.
           IF WQ-RECORD-NUMBER IS NUMERIC
               MOVE WQ-RECORD-NUMBER TO WS-CUR-SOURCE-RECNO
           ELSE
               MOVE 0 TO WS-CUR-SOURCE-RECNO
           END-IF.
           MOVE 'N' TO WS-CUR-EXTENDED-SWITCH.
           MOVE 0 TO WS-CUR-PAYLOAD-LEN.
           MOVE SPACES TO WS-CUR-PAYLOAD.
           END-IF.
           MOVE X'00' TO ASTRING (WS-TERMINATOR-POSITION:1).

       104-SEED-ULTIMATEANSWER.
      *    Every CALL FP starts from the name's own balance - the last
      *    answer posted to ASTRMSTR, or the opening value for a name
      *    new to the master - never from whatever the previous record
      *    left behind.  A certification run always starts from the
      *    opening value so its EXPECTS answers do not drift with the
      *    business, as does a run with posting disabled.  Under LOCK
      *    MODE AUTOMATIC the READ holds the name's record until the
      *    posting in 135-POST-MASTER-RECORD, so a second instance
      *    claiming a name already on the master waits here rather
      *    than starting from a stale balance.  A name not yet on
      *    the master has no record to lock: two instances can both
      *    seed it from the opening value, and the second to post
      *    adds its change to the first one's balance in 137.
           MOVE WS-OPENING-ANSWER TO ULTIMATEANSWER.
           IF WS-CERTIFICATION-MODE
               OR NOT WS-MSTR-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SEED-LOCK-TRIES.
           MOVE '51' TO WS-MASTER-FILE-STATUS.
           PERFORM UNTIL WS-MASTER-FILE-STATUS NOT = '51'
                      OR WS-SEED-LOCK-TRIES >= 12
               IF WS-SEED-LOCK-TRIES > 0
                   PERFORM 530-SLEEP-ONE-POLL
               END-IF
               ADD 1 TO WS-SEED-LOCK-TRIES
               MOVE WS-CUR-ASTRING-NAME TO MST-ASTRING-NAME
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.
           IF WS-MASTER-FILE-STATUS = '00'
               COMPUTE ULTIMATEANSWER =
                   FUNCTION NUMVAL(MST-LAST-ANSWER-OUT)
           ELSE
      *        '23' is simply a new name.  Anything else leaves the
      *        opening value in place and the balance proof will
      *        show the name out of balance.
               IF WS-MASTER-FILE-STATUS NOT = '23'
                   DISPLAY "ASTRMSTR BALANCE READ FAILED FOR "
                       WS-CUR-ASTRING-NAME ", STATUS="
                       WS-MASTER-FILE-STATUS
                       ", SEEDED FROM THE OPENING VALUE"
               END-IF
           END-IF.

       100-PROCESS-TRAN-RECORD.
           PERFORM 101-FRAME-CALL-ASTRING.
           PERFORM 104-SEED-ULTIMATEANSWER.
           MOVE ULTIMATEANSWER TO WS-ULTIMATEANSWER-BEFORE.
           PERFORM 105-RESOLVE-TARGET-FP.
           MOVE 1 TO WS-ATTEMPT-COUNT.
               ADD 1 TO WS-FAILURE-COUNT
           END-IF.
           PERFORM 120-VALIDATE-ASTRING-TERMINATOR.
           PERFORM 145-RECORD-BREAKER-OUTCOME.

       102-CALL-TARGET-FP.
           DISPLAY "about to call function pointer"
           MOVE WS-ATTEMPT-COUNT           TO CMT-ATTEMPT.
           MOVE WS-CALL-ELAPSED-HUNDREDTHS TO CMT-ELAPSED-HUNDREDTHS.
           MOVE RESULT                     TO CMT-RESULT.
           MOVE WS-CUR-SOURCE-FILE-ID      TO CMT-FILE-ID.
           MOVE WS-CUR-SOURCE-SYSTEM       TO CMT-CREATING-SYSTEM.
           MOVE WS-CUR-SOURCE-RECNO        TO CMT-RECORD-NUMBER.
           MOVE WS-OPEN-BUSINESS-DATE      TO CMT-BUSINESS-DATE.
           WRITE CALL-METRICS-RECORD.

       106-RESOLVE-RESULT-ACTION.
           ADD 1 TO WS-RETRY-ATTEMPT-COUNT.
           DISPLAY "RETRYING " WS-CUR-ASTRING-NAME
               ", ATTEMPT " WS-ATTEMPT-COUNT.
      *    Nothing has posted since the first attempt, so the retry
      *    starts from the same balance that attempt did.
           MOVE WS-ULTIMATEANSWER-BEFORE TO ULTIMATEANSWER.
           PERFORM 102-CALL-TARGET-FP.

       112-WRITE-DEAD-LETTER.
           MOVE WS-CUR-PAYLOAD-LEN    TO DLQ-EXT-PAYLOAD-LEN.
           MOVE WS-CUR-PAYLOAD        TO DLQ-EXT-PAYLOAD.
           MOVE WS-CUR-REPLAY-CYCLES  TO DLQ-REPLAY-CYCLES.
           MOVE WS-CUR-SOURCE-FILE-ID TO DLQ-FILE-ID.
           MOVE WS-CUR-SOURCE-SYSTEM  TO DLQ-CREATING-SYSTEM.
           MOVE WS-CUR-SOURCE-RECNO   TO DLQ-RECORD-NUMBER.
           WRITE DEAD-LETTER-RECORD.

       110-WRITE-EXCEPTION.
           MOVE WS-CUR-PAYLOAD-LEN TO EXC-EXT-PAYLOAD-LEN.
           MOVE WS-CUR-PAYLOAD TO EXC-EXT-PAYLOAD.
           WRITE EXCEPTION-RECORD.
           PERFORM 113-OPEN-EXCEPTION-CASE.

       113-OPEN-EXCEPTION-CASE.
      *    One case per name and EXC-REASON: the first exception
      *    opens it, a repeat adds to it, and one after the case was
      *    resolved reopens it as a fresh episode so its age starts
      *    again.  Assignment and note carry over to the new episode.
           IF NOT WS-CASE-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CASE-NEW-SWITCH.
           MOVE WS-CUR-ASTRING-NAME TO CAS-ASTRING-NAME.
           MOVE EXC-REASON TO CAS-REASON.
           READ EXCEPTION-CASE-FILE
               INVALID KEY
                   SET WS-CASE-IS-NEW TO TRUE
           END-READ.
           IF WS-CASE-IS-NEW
               MOVE SPACES TO EXCEPTION-CASE-RECORD
               MOVE WS-CUR-ASTRING-NAME TO CAS-ASTRING-NAME
               MOVE EXC-REASON TO CAS-REASON
               PERFORM 114-START-CASE-EPISODE
           ELSE
               IF CAS-RESOLVED
                   PERFORM 114-START-CASE-EPISODE
               ELSE
                   ADD 1 TO WS-CASES-UPDATED
               END-IF
           END-IF.
           ADD 1 TO CAS-OCCURRENCE-COUNT.
           MOVE WS-CURRENT-TIMESTAMP TO CAS-LAST-SEEN-TIMESTAMP.
           MOVE RESULT TO CAS-LAST-RESULT.
           IF WS-CASE-IS-NEW
               WRITE EXCEPTION-CASE-RECORD
           ELSE
               REWRITE EXCEPTION-CASE-RECORD
           END-IF.
           IF WS-EXCCASE-FILE-STATUS NOT = '00'
               DISPLAY "EXCCASE UPDATE FAILED FOR "
                   WS-CUR-ASTRING-NAME " " EXC-REASON
                   ", STATUS=" WS-EXCCASE-FILE-STATUS
           END-IF.

       114-START-CASE-EPISODE.
           ADD 1 TO WS-CASES-OPENED.
           SET CAS-OPEN TO TRUE.
           IF WS-CUR-BUSINESS-DATE IS NUMERIC
               MOVE WS-CUR-BUSINESS-DATE TO CAS-OPENED-DATE
           ELSE
               MOVE WS-OPEN-BUSINESS-DATE TO CAS-OPENED-DATE
           END-IF.
           MOVE WS-CURRENT-TIMESTAMP TO CAS-FIRST-SEEN-TIMESTAMP.
           MOVE 0 TO CAS-OCCURRENCE-COUNT.
           MOVE SPACES TO CAS-RESOLVED-TIMESTAMP.
           MOVE SPACES TO CAS-RESOLVED-BY.

       120-VALIDATE-ASTRING-TERMINATOR.
           IF ASTRING (WS-TERMINATOR-POSITION:1) NOT = X'00'
               MOVE WS-CUR-PAYLOAD-LEN TO EXC-EXT-PAYLOAD-LEN
               MOVE WS-CUR-PAYLOAD TO EXC-EXT-PAYLOAD
               WRITE EXCEPTION-RECORD
               PERFORM 113-OPEN-EXCEPTION-CASE
           END-IF.

       130-WRITE-JOURNAL-ENTRY.
           MOVE RESULT                      TO JRNL-RESULT.
           MOVE WS-CUR-PAYLOAD-LEN          TO JRNL-EXT-PAYLOAD-LEN.
           MOVE WS-CUR-PAYLOAD              TO JRNL-EXT-PAYLOAD.
           MOVE WS-CUR-RECTYPE              TO JRNL-RECTYPE.
           MOVE WS-CUR-REPLAY-CYCLES        TO JRNL-REPLAY-CYCLES.
           MOVE WS-CUR-BUSINESS-DATE        TO JRNL-BUSINESS-DATE.
           MOVE WS-CUR-SOURCE-FILE-ID       TO JRNL-FILE-ID.
           MOVE WS-CUR-SOURCE-SYSTEM        TO JRNL-CREATING-SYSTEM.
           MOVE WS-CUR-SOURCE-RECNO         TO JRNL-RECORD-NUMBER.
           WRITE JOURNAL-RECORD.
           IF RESULT = 0
               PERFORM 131-RESOLVE-EXCEPTION-CASES
           END-IF.
           PERFORM 135-POST-MASTER-RECORD.

       131-RESOLVE-EXCEPTION-CASES.
      *    A success on the journal is the proof a name's problem is
      *    fixed: every case still open for the name is resolved.
      *    The name is the high-order part of the key, so its cases
      *    are read in one short browse.
           IF NOT WS-CASE-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CASE-SCAN-SWITCH.
           MOVE WS-CUR-ASTRING-NAME TO CAS-ASTRING-NAME.
           MOVE LOW-VALUES TO CAS-REASON.
           START EXCEPTION-CASE-FILE KEY >= CAS-KEY
               INVALID KEY
                   SET WS-CASE-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-CASE-SCAN-DONE
               READ EXCEPTION-CASE-FILE NEXT RECORD
                   AT END
                       SET WS-CASE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CAS-ASTRING-NAME NOT = WS-CUR-ASTRING-NAME
                           SET WS-CASE-SCAN-DONE TO TRUE
                       ELSE
                           IF CAS-OPEN
                               SET CAS-RESOLVED TO TRUE
                               MOVE WS-CURRENT-TIMESTAMP
                                   TO CAS-RESOLVED-TIMESTAMP
                               MOVE 'AUTO' TO CAS-RESOLVED-BY
                               REWRITE EXCEPTION-CASE-RECORD
                               IF WS-EXCCASE-FILE-STATUS = '00'
                                   ADD 1 TO WS-CASES-AUTO-RESOLVED
                               ELSE
                                   DISPLAY "EXCCASE RESOLVE FAILED "
                                       "FOR " CAS-ASTRING-NAME " "
                                       CAS-REASON ", STATUS="
                                       WS-EXCCASE-FILE-STATUS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       135-POST-MASTER-RECORD.
      *    Cumulative per-name posting: READ/REWRITE an existing
      *    record, WRITE on first sight of the name.  A certification
      *    replay exercises the build under test, not the business -
      *    it journals (per-instance) but must not inflate the call
      *    history.
           IF WS-CERTIFICATION-MODE
               EXIT PARAGRAPH
           END-IF.
      *    A call the master never saw is drift all the same, even
      *    when the whole run had posting disabled at open.
           IF NOT WS-MSTR-OPENED
               ADD 1 TO WS-POST-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUR-ASTRING-NAME TO MST-ASTRING-NAME.
                       TO MST-FIRST-CALL-TIMESTAMP
                   PERFORM 136-ROLL-MASTER-FIELDS
                   WRITE MASTER-RECORD
                   IF WS-MASTER-FILE-STATUS = '22'
                       PERFORM 137-POST-OVER-NEW-NAME
                   END-IF
               NOT INVALID KEY
                   PERFORM 136-ROLL-MASTER-FIELDS
                   REWRITE MASTER-RECORD
           END-READ.
           IF WS-MASTER-FILE-STATUS NOT = '00'
      *        The journal line is already written, so the call is
      *        not lost - but the master now disagrees with it.  It
      *        goes on the exception report and into the return code
      *        so CCMSTRBL is run before the balance proof.
               DISPLAY "ASTRMSTR POSTING FAILED FOR "
                   WS-CUR-ASTRING-NAME ", STATUS="
                   WS-MASTER-FILE-STATUS
               ADD 1 TO WS-POST-FAIL-COUNT
               MOVE "MASTER POSTING FAILED" TO EXC-REASON
               PERFORM 111-WRITE-EXCEPTION-AS-IS
           END-IF.

       136-ROLL-MASTER-FIELDS.
           MOVE ULTIMATEANSWER  TO MST-LAST-ANSWER-OUT.
           MOVE WS-CURRENT-TIMESTAMP TO MST-LAST-CALL-TIMESTAMP.

       137-POST-OVER-NEW-NAME.
      *    Another instance wrote the name between this one's seed
      *    READ and its WRITE.  Both calls started from the opening
      *    value, so this call's change (answer out less answer in)
      *    goes on top of the balance the other instance posted.
      *    The name's record is now there to lock, so the READ waits
      *    on it the way 104 does.
           MOVE 0 TO WS-SEED-LOCK-TRIES.
           MOVE '51' TO WS-MASTER-FILE-STATUS.
           PERFORM UNTIL WS-MASTER-FILE-STATUS NOT = '51'
                      OR WS-SEED-LOCK-TRIES >= 12
               IF WS-SEED-LOCK-TRIES > 0
                   PERFORM 530-SLEEP-ONE-POLL
               END-IF
               ADD 1 TO WS-SEED-LOCK-TRIES
               MOVE WS-CUR-ASTRING-NAME TO MST-ASTRING-NAME
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POST-ANSWER =
               FUNCTION NUMVAL(MST-LAST-ANSWER-OUT)
               + ULTIMATEANSWER - WS-ULTIMATEANSWER-BEFORE.
           PERFORM 136-ROLL-MASTER-FIELDS.
           MOVE WS-POST-ANSWER TO MST-LAST-ANSWER-OUT.
           REWRITE MASTER-RECORD.
           IF WS-MASTER-FILE-STATUS = '00'
               DISPLAY "ASTRMSTR " WS-CUR-ASTRING-NAME
                   " ADDED BY ANOTHER INSTANCE, CALL POSTED ON TOP "
                   "OF ITS BALANCE"
           END-IF.

       140-CHECK-BREAKER.
      *    Decides, before the call, whether the current record must
      *    be held because its callback's breaker is open.  Every
      *    WS-BREAKER-PROBE-EVERY held records one is let through as
      *    the probe.  Leaves WS-BREAKER-SUB on the breaker entry.
           MOVE 'N' TO WS-HOLD-SWITCH.
           IF WS-BREAKER-THRESHOLD = 0
               OR WS-CERTIFICATION-MODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 105-RESOLVE-TARGET-FP.
           COMPUTE WS-BREAKER-SUB = WS-TARGET-FP-INDEX + 1.
           IF NOT WS-BRK-IS-OPEN (WS-BREAKER-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF WS-BRK-SINCE-PROBE (WS-BREAKER-SUB)
               >= WS-BREAKER-PROBE-EVERY
               MOVE 0 TO WS-BRK-SINCE-PROBE (WS-BREAKER-SUB)
               ADD 1 TO WS-PROBE-CALLS
               DISPLAY "PROBING OPEN BREAKER FOR FP "
                   WS-TARGET-FP-INDEX " WITH " WS-CUR-ASTRING-NAME
           ELSE
               ADD 1 TO WS-BRK-SINCE-PROBE (WS-BREAKER-SUB)
               SET WS-HOLD-CUR-RECORD TO TRUE
           END-IF.

       145-RECORD-BREAKER-OUTCOME.
      *    After every call: a success resets the failure run and,
      *    if the breaker was open, closes it and marks its held work
      *    for release; a failure the RESLTAB does not IGNORE extends
      *    the run and opens the breaker at the threshold.
           IF WS-BREAKER-THRESHOLD = 0
               OR WS-CERTIFICATION-MODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BREAKER-SUB = WS-TARGET-FP-INDEX + 1.
           IF RESULT = 0
               MOVE 0 TO WS-BRK-CONSEC-FAILURES (WS-BREAKER-SUB)
               IF WS-BRK-IS-OPEN (WS-BREAKER-SUB)
                   MOVE 'N' TO WS-BRK-OPEN-SWITCH (WS-BREAKER-SUB)
                   SET WS-BRK-RELEASE-DUE (WS-BREAKER-SUB) TO TRUE
                   MOVE 0 TO WS-BRK-SINCE-PROBE (WS-BREAKER-SUB)
                   DISPLAY "CIRCUIT BREAKER CLOSED FOR FP "
                       WS-TARGET-FP-INDEX ", RELEASING "
                       WS-BRK-HELD-COUNT (WS-BREAKER-SUB)
                       " HELD RECORDS"
                   PERFORM 147-WRITE-BREAKER-STATE
               END-IF
           ELSE
               IF WS-ACTION-IGNORE
                   EXIT PARAGRAPH
               END-IF
               IF WS-BRK-CONSEC-FAILURES (WS-BREAKER-SUB) < 9999
                   ADD 1 TO WS-BRK-CONSEC-FAILURES (WS-BREAKER-SUB)
               END-IF
               IF NOT WS-BRK-IS-OPEN (WS-BREAKER-SUB)
                   AND WS-BRK-CONSEC-FAILURES (WS-BREAKER-SUB)
                       >= WS-BREAKER-THRESHOLD
                   SET WS-BRK-IS-OPEN (WS-BREAKER-SUB) TO TRUE
                   ADD 1 TO WS-BRK-TRIP-COUNT (WS-BREAKER-SUB)
                   ADD 1 TO WS-BREAKER-TRIPS
                   MOVE 0 TO WS-BRK-SINCE-PROBE (WS-BREAKER-SUB)
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-BRK-OPENED-TS (WS-BREAKER-SUB)
                   DISPLAY "CIRCUIT BREAKER OPENED FOR FP "
                       WS-TARGET-FP-INDEX " AFTER "
                       WS-BRK-CONSEC-FAILURES (WS-BREAKER-SUB)
                       " CONSECUTIVE FAILURES"
                   PERFORM 147-WRITE-BREAKER-STATE
               END-IF
           END-IF.

       147-WRITE-BREAKER-STATE.
      *    Display copy for CCWQMON; the breakers themselves live in
      *    this run's storage, so a failure here must not stop the
      *    batch.
           OPEN OUTPUT BREAKER-STATE-FILE.
           IF WS-BRKSTAT-FILE-STATUS NOT = '00'
               DISPLAY "BRKSTAT OPEN FAILED, STATUS="
                   WS-BRKSTAT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-BREAKER-TIMESTAMP.
           PERFORM VARYING WS-BRK-OUT-IDX FROM 1 BY 1
                   UNTIL WS-BRK-OUT-IDX > 6
               IF WS-BRK-TRIP-COUNT (WS-BRK-OUT-IDX) > 0
                   MOVE SPACES TO BREAKER-STATE-RECORD
                   SET WS-BREAKER-FP-DISPLAY TO WS-BRK-OUT-IDX
                   SUBTRACT 1 FROM WS-BREAKER-FP-DISPLAY
                   MOVE WS-BREAKER-FP-DISPLAY TO BRK-FP-INDEX
                   IF WS-BRK-IS-OPEN (WS-BRK-OUT-IDX)
                       SET BRK-IS-OPEN TO TRUE
                   ELSE
                       SET BRK-IS-CLOSED TO TRUE
                   END-IF
                   MOVE WS-BRK-CONSEC-FAILURES (WS-BRK-OUT-IDX)
                       TO BRK-CONSEC-FAILURES
                   MOVE WS-BRK-HELD-COUNT (WS-BRK-OUT-IDX)
                       TO BRK-HELD-COUNT
                   MOVE WS-BRK-TRIP-COUNT (WS-BRK-OUT-IDX)
                       TO BRK-TRIP-COUNT
                   MOVE WS-BRK-OPENED-TS (WS-BRK-OUT-IDX)
                       TO BRK-OPENED-TS
                   MOVE WS-BREAKER-TIMESTAMP TO BRK-WRITTEN-TS
                   WRITE BREAKER-STATE-RECORD
               END-IF
           END-PERFORM.
           CLOSE BREAKER-STATE-FILE.

       148-RELOAD-HELD-LINEAGE.
      *    The HELDLIN lines under the reloaded HELDTRAN's file id,
      *    in order, give each held record back its own lineage.
           OPEN INPUT HELD-LINEAGE-FILE.
           IF WS-HELDLIN-FILE-STATUS NOT = '00'
               DISPLAY "HELDLIN NOT FOUND, RELOADED RECORDS CARRY "
                   "THE HELDTRAN LINEAGE"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINEAGE-POSITION.
           PERFORM UNTIL WS-HELDLIN-FILE-STATUS NOT = '00'
               READ HELD-LINEAGE-FILE
                   AT END
                       MOVE '10' TO WS-HELDLIN-FILE-STATUS
                   NOT AT END
                       IF HLN-HELD-FILE-ID = WS-HELD-FILE-ID
                           AND WS-LINEAGE-POSITION < WS-HELD-TRAN-COUNT
                           ADD 1 TO WS-LINEAGE-POSITION
                           SET WS-HT-IDX TO WS-LINEAGE-POSITION
                           PERFORM 149-APPLY-HELD-LINEAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-LINEAGE-FILE.

       149-APPLY-HELD-LINEAGE.
           IF HLN-ASTRING-NAME = WS-HT-RECORD (WS-HT-IDX) (1:5)
               MOVE HLN-FILE-ID TO WS-HT-FILE-ID (WS-HT-IDX)
               MOVE HLN-CREATING-SYSTEM TO WS-HT-SYSTEM (WS-HT-IDX)
               MOVE HLN-RECORD-NUMBER TO WS-HT-RECNO (WS-HT-IDX)
           END-IF.

       150-HOLD-TRAN-RECORD.
           IF WS-HELD-TRAN-COUNT >= 5000
      *        Dropping the record would lose it outright; calling
      *        through the open breaker at worst dead-letters it.
               IF NOT WS-HT-FULL-REPORTED
                   DISPLAY "MORE THAN 5000 RECORDS HELD, CALLING THE "
                       "REST THROUGH THE OPEN BREAKER"
                   SET WS-HT-FULL-REPORTED TO TRUE
               END-IF
               PERFORM 100-PROCESS-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HELD-TRAN-COUNT.
           SET WS-HT-IDX TO WS-HELD-TRAN-COUNT.
           MOVE WS-TARGET-FP-INDEX TO WS-HT-FP-INDEX (WS-HT-IDX).
           SET WS-HT-HELD (WS-HT-IDX) TO TRUE.
           MOVE TRAN-RECORD TO WS-HT-RECORD (WS-HT-IDX).
           MOVE WS-CUR-SOURCE-RECNO TO WS-HT-RECNO (WS-HT-IDX).
           MOVE WS-CUR-SOURCE-FILE-ID TO WS-HT-FILE-ID (WS-HT-IDX).
           MOVE WS-CUR-SOURCE-SYSTEM TO WS-HT-SYSTEM (WS-HT-IDX).
           ADD 1 TO WS-RECORDS-HELD.
           ADD 1 TO WS-BRK-HELD-COUNT (WS-BREAKER-SUB).

       151-CHECK-LEFTOVER-HELD-TRAN.
      *    A fresh run rewrites HELDTRAN once it holds anything, so
      *    held records another run left there and nobody has run
      *    yet would be lost.  With the breaker on the run stops
      *    instead, unless the TRANFILE it is working is that
      *    HELDTRAN itself - then HELDTRAN is cleared behind it.
           OPEN INPUT HELD-TRAN-FILE.
           IF WS-HELDTRAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LEFTOVER-HELD-COUNT.
           MOVE SPACES TO WS-LEFTOVER-FILE-ID.
           PERFORM UNTIL WS-HELDTRAN-FILE-STATUS NOT = '00'
               READ HELD-TRAN-FILE
                   AT END
                       MOVE '10' TO WS-HELDTRAN-FILE-STATUS
                   NOT AT END
                       IF HTR-ASTRING-NAME = '*HDR*'
                           MOVE HELD-TRAN-RECORD
                               TO TRAN-HEADER-RECORD
                           MOVE TRH-FILE-ID TO WS-LEFTOVER-FILE-ID
                       ELSE
                           IF HTR-ASTRING-NAME NOT = '*TRL*'
                               ADD 1 TO WS-LEFTOVER-HELD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-TRAN-FILE.
           IF WS-LEFTOVER-HELD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEFTOVER-FILE-ID = WS-CUR-FILE-ID
               SET WS-HELDTRAN-IS-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BREAKER-THRESHOLD = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "HELDTRAN " WS-LEFTOVER-FILE-ID " STILL HOLDS "
               WS-LEFTOVER-HELD-COUNT " RECORDS NOT YET RUN, "
               "ABORTING - RUN IT OR MOVE IT ASIDE FIRST".
           SET WS-MODE-ABORTED TO TRUE.

       152-LOAD-INPUT-LINEAGE.
      *    A HELDTRAN run takes each record's lineage from HELDLIN,
      *    matched by the HT file id, so the journal, metrics and
      *    dead-letter lines name the file and record it first
      *    arrived on.  Without HELDLIN the HT lineage stands.
           MOVE 0 TO WS-INPUT-LINEAGE-COUNT.
           IF WS-CUR-FILE-ID (1:2) NOT = 'HT'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HELD-LINEAGE-FILE.
           IF WS-HELDLIN-FILE-STATUS NOT = '00'
               DISPLAY "HELDLIN NOT FOUND, " WS-CUR-FILE-ID
                   " RECORDS CARRY THE HELDTRAN LINEAGE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HELDLIN-FILE-STATUS NOT = '00'
               READ HELD-LINEAGE-FILE
                   AT END
                       MOVE '10' TO WS-HELDLIN-FILE-STATUS
                   NOT AT END
                       IF HLN-HELD-FILE-ID = WS-CUR-FILE-ID
                           AND WS-INPUT-LINEAGE-COUNT < 5000
                           ADD 1 TO WS-INPUT-LINEAGE-COUNT
                           SET WS-IL-IDX TO WS-INPUT-LINEAGE-COUNT
                           MOVE HLN-ASTRING-NAME
                               TO WS-IL-ASTRING-NAME (WS-IL-IDX)
                           MOVE HLN-FILE-ID
                               TO WS-IL-FILE-ID (WS-IL-IDX)
                           MOVE HLN-CREATING-SYSTEM
                               TO WS-IL-SYSTEM (WS-IL-IDX)
                           MOVE HLN-RECORD-NUMBER
                               TO WS-IL-RECNO (WS-IL-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-LINEAGE-FILE.
           DISPLAY "LOADED " WS-INPUT-LINEAGE-COUNT
               " LINEAGE LINES FOR " WS-CUR-FILE-ID " FROM HELDLIN".

       153-PROBE-ONE-HELD-TRAN.
      *    End of file with the breaker at WS-BRK-IDX still open:
      *    its oldest held record goes through as one last probe.
           SET WS-RELEASE-FP-INDEX TO WS-BRK-IDX.
           SUBTRACT 1 FROM WS-RELEASE-FP-INDEX.
           MOVE 'N' TO WS-PROBE-FOUND-SWITCH.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HELD-TRAN-COUNT
                      OR WS-PROBE-FOUND
               IF WS-HT-HELD (WS-HT-IDX)
                   AND WS-HT-FP-INDEX (WS-HT-IDX)
                       = WS-RELEASE-FP-INDEX
                   SET WS-PROBE-FOUND TO TRUE
                   SET WS-HT-RELEASED (WS-HT-IDX) TO TRUE
                   SUBTRACT 1 FROM WS-BRK-HELD-COUNT (WS-BRK-IDX)
                   ADD 1 TO WS-PROBE-CALLS
                   DISPLAY "PROBING OPEN BREAKER FOR FP "
                       WS-RELEASE-FP-INDEX " AT END OF FILE"
                   MOVE WS-HT-RECORD (WS-HT-IDX) TO TRAN-RECORD
                   PERFORM 098-SET-CUR-FROM-TRAN
                   MOVE WS-HT-RECNO (WS-HT-IDX)
                       TO WS-CUR-SOURCE-RECNO
                   MOVE WS-HT-FILE-ID (WS-HT-IDX)
                       TO WS-CUR-SOURCE-FILE-ID
                   MOVE WS-HT-SYSTEM (WS-HT-IDX)
                       TO WS-CUR-SOURCE-SYSTEM
                   PERFORM 100-PROCESS-TRAN-RECORD
               END-IF
           END-PERFORM.

       154-APPLY-INPUT-LINEAGE.
      *    WS-LINEAGE-POSITION is the detail's place among the
      *    TRANFILE's detail lines; the lineage line in that place
      *    is used only when it carries the same name.
           IF WS-INPUT-LINEAGE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINEAGE-POSITION < 1
               OR WS-LINEAGE-POSITION > WS-INPUT-LINEAGE-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET WS-IL-IDX TO WS-LINEAGE-POSITION.
           IF WS-IL-ASTRING-NAME (WS-IL-IDX) = TRAN-ASTRING-NAME
               MOVE WS-IL-FILE-ID (WS-IL-IDX)
                   TO WS-CUR-SOURCE-FILE-ID
               MOVE WS-IL-SYSTEM (WS-IL-IDX) TO WS-CUR-SOURCE-SYSTEM
               MOVE WS-IL-RECNO (WS-IL-IDX) TO WS-CUR-SOURCE-RECNO
           END-IF.

       155-RELEASE-HELD-TRAN.
      *    Runs the held records of every breaker that has just
      *    closed, oldest first, stopping early if the breaker trips
      *    again part way.
           IF WS-BREAKER-THRESHOLD = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 6
                      OR WS-MODE-ABORTED
               IF WS-BRK-RELEASE-DUE (WS-BRK-IDX)
                   MOVE 'N' TO WS-BRK-RELEASE-SWITCH (WS-BRK-IDX)
                   SET WS-RELEASE-FP-INDEX TO WS-BRK-IDX
                   SUBTRACT 1 FROM WS-RELEASE-FP-INDEX
                   PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                           UNTIL WS-HT-IDX > WS-HELD-TRAN-COUNT
                              OR WS-MODE-ABORTED
                              OR WS-BRK-IS-OPEN (WS-BRK-IDX)
                       IF WS-HT-HELD (WS-HT-IDX)
                           AND WS-HT-FP-INDEX (WS-HT-IDX)
                               = WS-RELEASE-FP-INDEX
                           PERFORM 156-RELEASE-ONE-HELD-TRAN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       156-RELEASE-ONE-HELD-TRAN.
           SET WS-HT-RELEASED (WS-HT-IDX) TO TRUE.
           IF WS-BRK-HELD-COUNT (WS-BRK-IDX) > 0
               SUBTRACT 1 FROM WS-BRK-HELD-COUNT (WS-BRK-IDX)
           END-IF.
           ADD 1 TO WS-RECORDS-RELEASED.
           MOVE WS-HT-RECORD (WS-HT-IDX) TO TRAN-RECORD.
           PERFORM 098-SET-CUR-FROM-TRAN.
           MOVE WS-HT-RECNO (WS-HT-IDX) TO WS-CUR-SOURCE-RECNO.
           MOVE WS-HT-FILE-ID (WS-HT-IDX) TO WS-CUR-SOURCE-FILE-ID.
           MOVE WS-HT-SYSTEM (WS-HT-IDX) TO WS-CUR-SOURCE-SYSTEM.
           PERFORM 100-PROCESS-TRAN-RECORD.

       157-PROBE-HELD-TRAN-AT-END.
      *    Clean end of file: each breaker still open gets one probe
      *    from its held records; held records whose breaker is
      *    closed (reloaded on a restart) are simply released.
           IF WS-BREAKER-THRESHOLD = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 6
                      OR WS-MODE-ABORTED
               IF WS-BRK-HELD-COUNT (WS-BRK-IDX) > 0
                   IF WS-BRK-IS-OPEN (WS-BRK-IDX)
                       PERFORM 153-PROBE-ONE-HELD-TRAN
                   ELSE
                       SET WS-BRK-RELEASE-DUE (WS-BRK-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 155-RELEASE-HELD-TRAN.

       158-SAVE-HELD-TRAN.
      *    Whatever is still held, as a TRANFILE that can be run
      *    once the callback is back: CCTRHDR header with a file id
      *    of HT + the timestamp, the business date and creating
      *    system of the file the records came from, and a trailer
      *    count.  The sender is kept so the calls made from it are
      *    still charged to the system that sent them.  HELDLIN
      *    gets one line per detail, in the same order, with the
      *    file id, system and record number it first arrived
      *    with, followed by the lineage of a HELDTRAN this run is
      *    working, still under that file's id, for a restart.  A
      *    run that has neither held nor reloaded anything, and is
      *    not itself a run of HELDTRAN, leaves both as it found
      *    them; a run of HELDTRAN that holds nothing empties them.
           IF WS-HELD-TRAN-COUNT = 0
               AND NOT WS-HELDTRAN-IS-INPUT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HELD-TRAN-FILE.
           IF WS-HELDTRAN-FILE-STATUS NOT = '00'
               DISPLAY "HELDTRAN OPEN FAILED, STATUS="
                   WS-HELDTRAN-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HELD-LINEAGE-FILE.
           IF WS-HELDLIN-FILE-STATUS NOT = '00'
               DISPLAY "HELDLIN OPEN FAILED, STATUS="
                   WS-HELDLIN-FILE-STATUS
           END-IF.
           MOVE 0 TO WS-HELD-OUT-COUNT.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HELD-TRAN-COUNT
               IF WS-HT-HELD (WS-HT-IDX)
                   ADD 1 TO WS-HELD-OUT-COUNT
               END-IF
           END-PERFORM.
           IF WS-HELD-OUT-COUNT > 0
               MOVE FUNCTION CURRENT-DATE TO WS-BREAKER-TIMESTAMP
               MOVE SPACES TO TRAN-HEADER-RECORD
               MOVE '*HDR*' TO TRH-MARKER
               STRING "HT" DELIMITED BY SIZE
                   WS-BREAKER-TIMESTAMP (1:14) DELIMITED BY SIZE
                   INTO TRH-FILE-ID
               END-STRING
               IF WS-CUR-FILE-BUSINESS-DATE NOT = SPACES
                   MOVE WS-CUR-FILE-BUSINESS-DATE TO TRH-BUSINESS-DATE
               ELSE
                   MOVE WS-BREAKER-TIMESTAMP (1:8)
                       TO TRH-BUSINESS-DATE
               END-IF
               MOVE WS-CUR-CREATING-SYSTEM TO TRH-CREATING-SYSTEM
               MOVE TRH-FILE-ID TO WS-HELD-FILE-ID
               WRITE HELD-TRAN-RECORD FROM TRAN-HEADER-RECORD
               PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                       UNTIL WS-HT-IDX > WS-HELD-TRAN-COUNT
                   IF WS-HT-HELD (WS-HT-IDX)
                       WRITE HELD-TRAN-RECORD
                           FROM WS-HT-RECORD (WS-HT-IDX)
                       IF WS-HELDLIN-FILE-STATUS = '00'
                           MOVE SPACES TO HELD-LINEAGE-RECORD
                           MOVE WS-HELD-FILE-ID TO HLN-HELD-FILE-ID
                           MOVE WS-HT-RECORD (WS-HT-IDX) (1:5)
                               TO HLN-ASTRING-NAME
                           MOVE WS-HT-FILE-ID (WS-HT-IDX)
                               TO HLN-FILE-ID
                           MOVE WS-HT-SYSTEM (WS-HT-IDX)
                               TO HLN-CREATING-SYSTEM
                           MOVE WS-HT-RECNO (WS-HT-IDX)
                               TO HLN-RECORD-NUMBER
                           WRITE HELD-LINEAGE-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO TRAN-TRAILER-RECORD
               MOVE '*TRL*' TO TRT-MARKER
               MOVE WS-HELD-OUT-COUNT TO TRT-RECORD-COUNT
               WRITE HELD-TRAN-RECORD FROM TRAN-TRAILER-RECORD
           END-IF.
           CLOSE HELD-TRAN-FILE.
           IF WS-HELDLIN-FILE-STATUS = '00'
               PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                       UNTIL WS-IL-IDX > WS-INPUT-LINEAGE-COUNT
                   MOVE SPACES TO HELD-LINEAGE-RECORD
                   MOVE WS-CUR-FILE-ID TO HLN-HELD-FILE-ID
                   MOVE WS-IL-ASTRING-NAME (WS-IL-IDX)
                       TO HLN-ASTRING-NAME
                   MOVE WS-IL-FILE-ID (WS-IL-IDX) TO HLN-FILE-ID
                   MOVE WS-IL-SYSTEM (WS-IL-IDX)
                       TO HLN-CREATING-SYSTEM
                   MOVE WS-IL-RECNO (WS-IL-IDX) TO HLN-RECORD-NUMBER
                   WRITE HELD-LINEAGE-RECORD
               END-PERFORM
               CLOSE HELD-LINEAGE-FILE
           END-IF.

       159-RELOAD-HELD-TRAN.
      *    Restart after an interrupted run: the records it was
      *    holding at its last checkpoint are behind the restart
      *    point, so they come back into the held table from
      *    HELDTRAN instead of being skipped, with their lineage
      *    from HELDLIN.  A HELDTRAN that is this run's own
      *    TRANFILE was not written by it, so nothing is reloaded;
      *    its records come round again from the restart point.
           MOVE SPACES TO WS-HELD-FILE-ID.
           MOVE SPACES TO WS-HELD-SYSTEM.
           OPEN INPUT HELD-TRAN-FILE.
           IF WS-HELDTRAN-FILE-STATUS NOT = '00'
               DISPLAY "HELDTRAN NOT FOUND, NO HELD RECORDS RELOADED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HELDTRAN-FILE-STATUS NOT = '00'
               READ HELD-TRAN-FILE
                   AT END
                       MOVE '10' TO WS-HELDTRAN-FILE-STATUS
                   NOT AT END
                       IF HTR-ASTRING-NAME = '*HDR*'
                           MOVE HELD-TRAN-RECORD TO TRAN-HEADER-RECORD
                           MOVE TRH-FILE-ID TO WS-HELD-FILE-ID
                           MOVE TRH-CREATING-SYSTEM TO WS-HELD-SYSTEM
                           IF WS-HELD-FILE-ID = WS-CUR-FILE-ID
                               SET WS-HELDTRAN-IS-INPUT TO TRUE
                               MOVE '10' TO WS-HELDTRAN-FILE-STATUS
                           END-IF
                       END-IF
                       IF HTR-ASTRING-NAME NOT = '*HDR*'
                           AND HTR-ASTRING-NAME NOT = '*TRL*'
                           AND WS-HELD-TRAN-COUNT < 5000
                           ADD 1 TO WS-HELD-TRAN-COUNT
                           SET WS-HT-IDX TO WS-HELD-TRAN-COUNT
                           MOVE HTR-RECTYPE TO WS-CUR-RECTYPE
                           PERFORM 105-RESOLVE-TARGET-FP
                           MOVE WS-TARGET-FP-INDEX
                               TO WS-HT-FP-INDEX (WS-HT-IDX)
                           SET WS-HT-HELD (WS-HT-IDX) TO TRUE
                           MOVE HELD-TRAN-RECORD
                               TO WS-HT-RECORD (WS-HT-IDX)
      *                    Until HELDLIN says otherwise the record
      *                    carries the HELDTRAN header's lineage.
                           MOVE WS-HELD-FILE-ID
                               TO WS-HT-FILE-ID (WS-HT-IDX)
                           MOVE WS-HELD-SYSTEM
                               TO WS-HT-SYSTEM (WS-HT-IDX)
                           MOVE 0 TO WS-HT-RECNO (WS-HT-IDX)
                           COMPUTE WS-BREAKER-SUB =
                               WS-TARGET-FP-INDEX + 1
                           ADD 1 TO WS-BRK-HELD-COUNT (WS-BREAKER-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-TRAN-FILE.
           IF WS-HELDTRAN-IS-INPUT
               DISPLAY "HELDTRAN IS THIS RUN'S TRANFILE, NO HELD "
                   "RECORDS RELOADED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RELOADED " WS-HELD-TRAN-COUNT
               " HELD RECORDS FROM HELDTRAN".
           IF WS-HELD-TRAN-COUNT > 0
               PERFORM 148-RELOAD-HELD-LINEAGE
           END-IF.

       900-WRITE-SUMMARY-REPORT.
           PERFORM 905-COMPUTE-ELAPSED-SECONDS.
           MOVE 0 TO WS-STILL-HELD.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 6
               ADD WS-BRK-HELD-COUNT (WS-BRK-IDX) TO WS-STILL-HELD
           END-PERFORM.
           OPEN OUTPUT SUMMARY-FILE.
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
               DISPLAY "SUMRPT OPEN FAILED, STATUS="
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  OF WHICH DUPLICATES:   " DELIMITED BY SIZE
               WS-DUPLICATES-DIVERTED DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "RETRY ATTEMPTS MADE:     " DELIMITED BY SIZE
               WS-RETRY-ATTEMPT-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
               WS-IGNORED-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "NOT POSTED TO ASTRMSTR:  " DELIMITED BY SIZE
               WS-POST-FAIL-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM VARYING WS-TVN-IDX FROM 1 BY 1
                   UNTIL WS-TVN-IDX > 3
               MOVE SPACES TO SUMMARY-LINE
               IF WS-TVN-EFFECTIVE (WS-TVN-IDX) = SPACES
                   STRING WS-TVN-TABLE-NAME (WS-TVN-IDX)
                       DELIMITED BY SIZE
                       " VERSION:        " DELIMITED BY SIZE
                       WS-TVN-VERSION-TEXT (WS-TVN-IDX)
                       DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
               ELSE
                   STRING WS-TVN-TABLE-NAME (WS-TVN-IDX)
                       DELIMITED BY SIZE
                       " VERSION:        " DELIMITED BY SIZE
                       WS-TVN-VERSION-TEXT (WS-TVN-IDX)
                       DELIMITED BY SPACE
                       " EFFECTIVE " DELIMITED BY SIZE
                       WS-TVN-EFFECTIVE (WS-TVN-IDX) DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
               END-IF
               WRITE SUMMARY-LINE
           END-PERFORM.
           IF WS-CASE-OPENED
               MOVE SPACES TO SUMMARY-LINE
               STRING "EXCEPTION CASES OPENED:  " DELIMITED BY SIZE
                   WS-CASES-OPENED DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "EXCEPTION CASES UPDATED: " DELIMITED BY SIZE
                   WS-CASES-UPDATED DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "CASES RESOLVED BY CALL:  " DELIMITED BY SIZE
                   WS-CASES-AUTO-RESOLVED DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.
           IF WS-BREAKER-THRESHOLD > 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "CIRCUIT BREAKER TRIPS:   " DELIMITED BY SIZE
                   WS-BREAKER-TRIPS DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "HELD BY OPEN BREAKER:    " DELIMITED BY SIZE
                   WS-RECORDS-HELD DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "PROBE CALLS MADE:        " DELIMITED BY SIZE
                   WS-PROBE-CALLS DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "RELEASED AFTER PROBE:    " DELIMITED BY SIZE
                   WS-RECORDS-RELEASED DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "STILL HELD AT END:       " DELIMITED BY SIZE
                   WS-STILL-HELD DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               IF WS-STILL-HELD > 0
                   MOVE SPACES TO SUMMARY-LINE
                   IF WS-INSTANCE-ID = SPACES
                       STRING "HELD RECORDS WRITTEN TO HELDTRAN"
                           DELIMITED BY SIZE
                           INTO SUMMARY-LINE
                       END-STRING
                   ELSE
                       STRING "HELD RECORDS LEFT HELD ON WORKQFILE"
                           DELIMITED BY SIZE
                           INTO SUMMARY-LINE
                       END-STRING
                   END-IF
                   WRITE SUMMARY-LINE
               END-IF
           END-IF.
           IF WS-DEADLINE-REACHED
               MOVE SPACES TO SUMMARY-LINE
               IF WS-INSTANCE-ID = SPACES
                   ", HISTORY NOT WRITTEN"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RUN-STATISTICS-RECORD.
           MOVE WS-JOB-START-TIMESTAMP (1:8) TO RST-RUN-DATE.
           MOVE WS-JOB-START-TIMESTAMP (9:6) TO RST-RUN-TIME.
           MOVE WS-INSTANCE-ID        TO RST-INSTANCE-ID.
           ELSE
               MOVE 0 TO RST-ELAPSED-SECONDS
           END-IF.
           MOVE WS-DUPLICATES-DIVERTED TO RST-DUPLICATE-COUNT.
           MOVE WS-OPEN-BUSINESS-DATE TO RST-BUSINESS-DATE.
      *    Set from the header in TRANFILE and LOAD mode only.
           MOVE WS-CUR-FILE-ID        TO RST-FILE-ID.
           MOVE WS-CUR-CREATING-SYSTEM TO RST-CREATING-SYSTEM.
           WRITE RUN-STATISTICS-RECORD.
           CLOSE RUN-STATS-FILE.

       920-WRITE-SIGNOFF.
      *    Signs the business date off for CCDAYROL with the return
      *    code the run is ending on.  A file taken under RERUN
      *    signs off the date on its header.  Like RUNSTATS, a
      *    failure to append leaves the return code alone.
      *    LOAD only seeds the queue, so it signs off as its own
      *    step, SUBPRGLD, and never stands in for the instances
      *    that work the queue.  A run that stopped short - at the
      *    cutoff, on DRAIN or on STOP - or that still holds work
      *    behind an open breaker has not finished the date and
      *    does not sign off; the run that finishes it does.
           IF WS-DEADLINE-REACHED OR WS-DRAIN-REQUESTED
               OR WS-STOP-REQUESTED OR WS-STILL-HELD > 0
               DISPLAY "RUN DID NOT FINISH THE BUSINESS DATE, "
                   "NOT SIGNED OFF"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SIGNOFF-FILE.
           IF WS-SIGNOFF-FILE-STATUS NOT = '00'
               OPEN OUTPUT SIGNOFF-FILE
           END-IF.
           IF WS-SIGNOFF-FILE-STATUS NOT = '00'
               DISPLAY "SIGNOFF OPEN FAILED, STATUS="
                   WS-SIGNOFF-FILE-STATUS
                   ", RUN NOT SIGNED OFF"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SIGNOFF-RECORD.
           IF WS-CUR-FILE-BUSINESS-DATE IS NUMERIC
               MOVE WS-CUR-FILE-BUSINESS-DATE TO SGN-BUSINESS-DATE
           ELSE
               MOVE WS-OPEN-BUSINESS-DATE TO SGN-BUSINESS-DATE
           END-IF.
           IF WS-INSTANCE-ID = 'LOAD'
               MOVE 'SUBPRGLD' TO SGN-STEP-NAME
           ELSE
               MOVE 'SUBPROG' TO SGN-STEP-NAME
           END-IF.
           MOVE WS-INSTANCE-ID TO SGN-INSTANCE-ID.
           MOVE RETURN-CODE TO SGN-RETURN-CODE.
           MOVE WS-JOB-END-TIMESTAMP (1:14) TO SGN-TIMESTAMP.
           WRITE SIGNOFF-RECORD.
           CLOSE SIGNOFF-FILE.
       END PROGRAM 'SUBPROG'.
