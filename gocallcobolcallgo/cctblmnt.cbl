       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCTBLMNT.
      *****************************************************
      * CCTBLMNT - control-table maintenance.  DISPTAB,     *
      * RESLTAB and PRIORTAB are no longer edited in place: *
      * every change is staged as a new numbered version of *
      * the table, checked, and promoted on its effective   *
      * business date.  TBLVER (CCTBLVR) registers every    *
      * version; each is kept whole in <table>.Vnnnn.       *
      *                                                     *
      * STAGE (argument 1 blank or STAGE) reads TBLTRAN     *
      * (CCTBLTRN).  ADD, CHANGE and DELETE for one table   *
      * and effective date build one version, status S, on  *
      * top of the newest pending version or the live one.  *
      * Versions must be staged in effective-date order,    *
      * and only on top of accepted ones.  ROLLBACK puts    *
      * the previously live version back at once and        *
      * cancels anything still pending for the table.       *
      *                                                     *
      * The nightly schedule then runs CCPREFLT STAGED,     *
      * which audits the staged versions and marks them     *
      * A (accepted) or F (failed), and ahead of the LOAD   *
      * step CCTBLMNT PROMOTE, which copies the newest      *
      * accepted version due on or before the business      *
      * date over the live table.  A version staged but not *
      * accepted by its date is reported and left alone.    *
      *                                                     *
      * Argument 2: the as-of business date, blank for      *
      * BUSDATE (the machine date without one).             *
      *                                                     *
      * Every staged change, promotion and rollback writes  *
      * BEFORE and AFTER images to CTLCHGLG (CCTBLLOG); the *
      * run is reported on TBLRPT.                          *
      *                                                     *
      * RETURN-CODE 4 when a due version was not promoted,  *
      * 8 when any transaction was rejected, 16 when a file *
      * cannot be opened or a live table cannot be written. *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE-TRANS-FILE ASSIGN TO 'TBLTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT TABLE-VERSION-FILE ASSIGN TO 'TBLVER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVR-KEY
               FILE STATUS IS WS-TBLVER-FILE-STATUS.
           SELECT TABLE-FILE ASSIGN TO WS-TABLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'CTLCHGLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'TBLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-TRANS-FILE
           RECORDING MODE IS F.
       COPY CCTBLTRN.
       FD  TABLE-VERSION-FILE.
       COPY CCTBLVR.
      *    DISPTAB, RESLTAB and PRIORTAB lines are all 80 bytes;
      *    a version is copied line for line without being taken
      *    apart, so one record area serves all three.
       FD  TABLE-FILE
           RECORDING MODE IS F.
       01  TABLE-LINE                 PIC X(80).
       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY CCTBLLOG.
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-TBLVER-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-TABLE-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-LOG-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-TABLE-FILENAME          PIC X(16) VALUE SPACES.
       01  WS-VERSION-FILENAME        PIC X(16) VALUE SPACES.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH         PIC X  VALUE 'N'.
           88 WS-SCAN-DONE                  VALUE 'Y'.
       01  WS-REJECT-SWITCH           PIC X  VALUE 'N'.
           88 WS-TRANS-REJECTED             VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X  VALUE 'N'.
           88 WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-MISSING-SWITCH          PIC X  VALUE 'N'.
           88 WS-TABLE-FILE-MISSING         VALUE 'Y'.
       01  WS-WRITE-FAIL-SWITCH       PIC X  VALUE 'N'.
           88 WS-TABLE-WRITE-FAILED         VALUE 'Y'.
       01  WS-SEVERE-SWITCH           PIC X  VALUE 'N'.
           88 WS-SEVERE-ERROR               VALUE 'Y'.

       01  WS-ARG-VALUE               PIC X(8) VALUE SPACES.
       01  WS-MODE                    PIC X(8) VALUE SPACES.
           88 WS-MODE-STAGE                 VALUE SPACES 'STAGE'.
           88 WS-MODE-PROMOTE               VALUE 'PROMOTE'.
       01  WS-AS-OF-DATE              PIC X(8) VALUE SPACES.
       01  WS-RUN-TIMESTAMP           PIC X(21).

       01  WS-TABLE-NAME-VALUES.
           05 FILLER                  PIC X(8) VALUE 'DISPTAB'.
           05 FILLER                  PIC X(8) VALUE 'RESLTAB'.
           05 FILLER                  PIC X(8) VALUE 'PRIORTAB'.
       01  WS-TABLE-NAME-LIST REDEFINES WS-TABLE-NAME-VALUES.
           05 WS-TABLE-NAME-ENTRY     PIC X(8) OCCURS 3 TIMES
                                       INDEXED BY WS-TBL-IDX.

      *    One table held whole while it is changed or copied.
      *    SUBPROG and CCPREFLT take 20 entries; the room above
      *    that lets CCPREFLT, not this program, report the
      *    overflow.
       01  WS-ENTRY-LIMIT             PIC 9(4) VALUE 50.
       01  WS-ENTRY-COUNT             PIC 9(4) VALUE 0.
       01  WS-ENTRY-TABLE.
           05 WS-ENTRY-IMAGE OCCURS 50 TIMES
                              INDEXED BY WS-ENT-IDX
                                         WS-ENT-NEXT-IDX
                              PIC X(80).
      *    Rectype for DISPTAB and PRIORTAB, the signed low value
      *    for RESLTAB.
       01  WS-KEY-LENGTH              PIC 9(2) VALUE 0.

      *    The version being built by the current run of STAGE
      *    transactions.
       01  WS-WORK-SWITCH             PIC X  VALUE 'N'.
           88 WS-WORK-LOADED                VALUE 'Y'.
       01  WS-WORK-NEW-SWITCH         PIC X  VALUE 'N'.
           88 WS-WORK-IS-NEW                VALUE 'Y'.
       01  WS-WORK-CHANGED-SWITCH     PIC X  VALUE 'N'.
           88 WS-WORK-CHANGED               VALUE 'Y'.
       01  WS-WORK-TABLE-NAME         PIC X(8) VALUE SPACES.
       01  WS-WORK-EFFECTIVE-DATE     PIC X(8) VALUE SPACES.
       01  WS-WORK-VERSION            PIC 9(4) VALUE 0.
       01  WS-WORK-BASE-VERSION       PIC 9(4) VALUE 0.
       01  WS-WORK-CHANGED-BY         PIC X(8) VALUE SPACES.

      *    What 110-SCAN-TABLE-VERSIONS found for one table.
       01  WS-SCAN-TABLE-NAME         PIC X(8) VALUE SPACES.
       01  WS-SCAN-DATE               PIC X(8) VALUE SPACES.
       01  WS-ANY-VERSION-SWITCH      PIC X  VALUE 'N'.
           88 WS-VERSIONS-ON-FILE           VALUE 'Y'.
       01  WS-NEWEST-VERSION          PIC 9(4) VALUE 0.
       01  WS-LIVE-SWITCH             PIC X  VALUE 'N'.
           88 WS-LIVE-FOUND                 VALUE 'Y'.
       01  WS-LIVE-VERSION            PIC 9(4) VALUE 0.
       01  WS-PRIOR-SWITCH            PIC X  VALUE 'N'.
           88 WS-PRIOR-FOUND                VALUE 'Y'.
       01  WS-PRIOR-VERSION           PIC 9(4) VALUE 0.
       01  WS-PEND-SWITCH             PIC X  VALUE 'N'.
           88 WS-PENDING-FOUND              VALUE 'Y'.
       01  WS-PEND-VERSION            PIC 9(4) VALUE 0.
       01  WS-SAME-DATE-SWITCH        PIC X  VALUE 'N'.
           88 WS-SAME-DATE-FOUND            VALUE 'Y'.
       01  WS-SAME-DATE-VERSION       PIC 9(4) VALUE 0.
       01  WS-SAME-DATE-BASE          PIC 9(4) VALUE 0.
       01  WS-LATER-SWITCH            PIC X  VALUE 'N'.
           88 WS-LATER-FOUND                VALUE 'Y'.
       01  WS-UNCHECKED-SWITCH        PIC X  VALUE 'N'.
           88 WS-UNCHECKED-FOUND            VALUE 'Y'.
       01  WS-DUE-SWITCH              PIC X  VALUE 'N'.
           88 WS-DUE-FOUND                  VALUE 'Y'.
       01  WS-DUE-VERSION             PIC 9(4) VALUE 0.
       01  WS-DUE-EFFECTIVE-DATE      PIC X(8) VALUE SPACES.
       01  WS-NOT-READY-SWITCH        PIC X  VALUE 'N'.
           88 WS-NOT-READY-FOUND            VALUE 'Y'.
       01  WS-NOT-READY-VERSION       PIC 9(4) VALUE 0.
       01  WS-NOT-READY-STATUS        PIC X  VALUE SPACE.
       01  WS-NOT-READY-DATE          PIC X(8) VALUE SPACES.

      *    Set before PERFORM 185-BUILD-VERSION-FILENAME.
       01  WS-FN-TABLE-NAME           PIC X(8) VALUE SPACES.
       01  WS-FN-VERSION              PIC 9(4) VALUE 0.

      *    Set before PERFORM 180-WRITE-LOG-LINE or
      *    182-LOG-WHOLE-TABLE.
       01  WS-LOG-ACTION              PIC X(8) VALUE SPACES.
       01  WS-LOG-TABLE-NAME          PIC X(8) VALUE SPACES.
       01  WS-LOG-FROM-VERSION        PIC 9(4) VALUE 0.
       01  WS-LOG-TO-VERSION          PIC 9(4) VALUE 0.
       01  WS-LOG-TAG                 PIC X(6) VALUE SPACES.
       01  WS-LOG-BY                  PIC X(8) VALUE SPACES.
       01  WS-LOG-IMAGE               PIC X(80) VALUE SPACES.

      *    Set before PERFORM 350-RESTATUS-VERSIONS: P re-marks a
      *    table's versions after a promotion, R after a rollback.
       01  WS-RESTATUS-MODE           PIC X  VALUE SPACE.
           88 WS-RESTATUS-PROMOTE           VALUE 'P'.
           88 WS-RESTATUS-ROLLBACK          VALUE 'R'.
       01  WS-RESTATUS-TABLE-NAME     PIC X(8) VALUE SPACES.
       01  WS-RESTATUS-TARGET         PIC 9(4) VALUE 0.
       01  WS-RESTATUS-BY             PIC X(8) VALUE SPACES.
       01  WS-RESTATUS-CHANGED-SWITCH PIC X  VALUE 'N'.
           88 WS-RESTATUS-CHANGED           VALUE 'Y'.

       01  WS-RESULT-VERSION          PIC 9(4) VALUE 0.
       01  WS-TRANS-READ              PIC 9(8) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(8) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(8) VALUE 0.
       01  WS-STAGED-COUNT            PIC 9(8) VALUE 0.
       01  WS-PROMOTED-COUNT          PIC 9(8) VALUE 0.
       01  WS-ROLLED-BACK-COUNT       PIC 9(8) VALUE 0.
       01  WS-NOT-PROMOTED-COUNT      PIC 9(8) VALUE 0.
       01  WS-ENTRY-COUNT-DISPLAY     PIC 9(4) VALUE 0.
       01  WS-REJECT-TEXT             PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-AS-OF-DATE.
           PERFORM 015-LOAD-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           MOVE WS-ARG-VALUE TO WS-MODE.
           MOVE SPACES TO WS-ARG-VALUE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-AS-OF-DATE
           END-IF.
           IF NOT WS-MODE-STAGE AND NOT WS-MODE-PROMOTE
               DISPLAY "MODE " WS-MODE " IS NOT STAGE OR PROMOTE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "AS-OF DATE " WS-AS-OF-DATE
                   " IS NOT YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O TABLE-VERSION-FILE.
           IF WS-TBLVER-FILE-STATUS = '35'
               OPEN OUTPUT TABLE-VERSION-FILE
               IF WS-TBLVER-FILE-STATUS = '00'
                   CLOSE TABLE-VERSION-FILE
                   OPEN I-O TABLE-VERSION-FILE
               END-IF
           END-IF.
           IF WS-TBLVER-FILE-STATUS NOT = '00'
               DISPLAY "TBLVER OPEN FAILED, STATUS="
                   WS-TBLVER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-LOG-FILE-STATUS NOT = '00'
      *        A table changed without its log lines is a change
      *        nobody can trace or undo; stop before touching one.
               DISPLAY "CTLCHGLG OPEN FAILED, STATUS="
                   WS-LOG-FILE-STATUS ", NO CHANGES APPLIED"
               CLOSE TABLE-VERSION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "TBLRPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS
               CLOSE CHANGE-LOG-FILE
               CLOSE TABLE-VERSION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCTBLMNT CONTROL-TABLE MAINTENANCE "
               DELIMITED BY SIZE
               WS-MODE DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               ", RUN " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF WS-MODE-PROMOTE
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > 3
                   PERFORM 300-PROMOTE-ONE-TABLE
               END-PERFORM
           ELSE
               PERFORM 050-STAGE-TRANSACTIONS
           END-IF.

           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE MAINT-REPORT-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE TABLE-VERSION-FILE.
           IF WS-SEVERE-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-NOT-PROMOTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

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
               MOVE BDT-CURRENT-DATE TO WS-AS-OF-DATE
           END-IF.

       050-STAGE-TRANSACTIONS.
           OPEN INPUT TABLE-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY "TBLTRAN OPEN FAILED, STATUS="
                   WS-TRANS-FILE-STATUS
               MOVE SPACES TO SUMMARY-LINE
               STRING "TBLTRAN NOT AVAILABLE, NOTHING STAGED"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               SET WS-SEVERE-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ TABLE-TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 100-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.
           IF WS-WORK-LOADED
               PERFORM 170-SAVE-WORKING-VERSION
           END-IF.
           CLOSE TABLE-TRANS-FILE.

       100-APPLY-ONE-TRANSACTION.
           MOVE 'N' TO WS-REJECT-SWITCH.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE 0 TO WS-RESULT-VERSION.
           IF TTX-CHANGED-BY = SPACES
               MOVE 'CHANGED-BY MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
           ELSE
               PERFORM 105-SET-TABLE-KEY
               IF NOT WS-TRANS-REJECTED
                   IF TTX-ACTION-ROLLBACK
                       PERFORM 400-APPLY-ROLLBACK
                   ELSE
                       IF TTX-ACTION-ADD OR TTX-ACTION-CHANGE
                               OR TTX-ACTION-DELETE
                           PERFORM 200-STAGE-CHANGE
                       ELSE
                           MOVE 'UNKNOWN ACTION' TO WS-REJECT-TEXT
                           SET WS-TRANS-REJECTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "REJECTED " DELIMITED BY SIZE
                   TTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TTX-TABLE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TTX-EFFECTIVE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TTX-ENTRY-IMAGE (1:9) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "APPLIED  " DELIMITED BY SIZE
                   TTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TTX-TABLE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TTX-EFFECTIVE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TTX-ENTRY-IMAGE (1:9) DELIMITED BY SIZE
                   " V" DELIMITED BY SIZE
                   WS-RESULT-VERSION DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   TTX-CHANGED-BY DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.

       105-SET-TABLE-KEY.
           IF TTX-TABLE-NAME = 'DISPTAB' OR TTX-TABLE-NAME = 'PRIORTAB'
               MOVE 2 TO WS-KEY-LENGTH
           ELSE
               IF TTX-TABLE-NAME = 'RESLTAB'
                   MOVE 9 TO WS-KEY-LENGTH
               ELSE
                   MOVE 'UNKNOWN TABLE' TO WS-REJECT-TEXT
                   SET WS-TRANS-REJECTED TO TRUE
               END-IF
           END-IF.

       110-SCAN-TABLE-VERSIONS.
      *    Reads every TBLVER record for WS-SCAN-TABLE-NAME, oldest
      *    version first, and leaves what it found in the WS-...-
      *    SWITCH/VERSION items above.  WS-SCAN-DATE is the
      *    effective date being staged (spaces otherwise).
           MOVE 'N' TO WS-ANY-VERSION-SWITCH WS-LIVE-SWITCH
               WS-PRIOR-SWITCH WS-PEND-SWITCH WS-SAME-DATE-SWITCH
               WS-LATER-SWITCH WS-UNCHECKED-SWITCH WS-DUE-SWITCH
               WS-NOT-READY-SWITCH.
           MOVE 0 TO WS-NEWEST-VERSION WS-LIVE-VERSION
               WS-PRIOR-VERSION WS-PEND-VERSION WS-SAME-DATE-VERSION
               WS-SAME-DATE-BASE WS-DUE-VERSION WS-NOT-READY-VERSION.
           MOVE SPACES TO WS-DUE-EFFECTIVE-DATE WS-NOT-READY-DATE
               WS-NOT-READY-STATUS.
           MOVE WS-SCAN-TABLE-NAME TO TVR-TABLE-NAME.
           MOVE 0 TO TVR-VERSION.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           START TABLE-VERSION-FILE KEY >= TVR-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ TABLE-VERSION-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF TVR-TABLE-NAME NOT = WS-SCAN-TABLE-NAME
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 115-NOTE-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       115-NOTE-ONE-VERSION.
           SET WS-VERSIONS-ON-FILE TO TRUE.
           MOVE TVR-VERSION TO WS-NEWEST-VERSION.
           IF TVR-LIVE
               SET WS-LIVE-FOUND TO TRUE
               MOVE TVR-VERSION TO WS-LIVE-VERSION
           END-IF.
           IF TVR-SUPERSEDED
               SET WS-PRIOR-FOUND TO TRUE
               MOVE TVR-VERSION TO WS-PRIOR-VERSION
           END-IF.
           IF NOT TVR-PENDING
               EXIT PARAGRAPH
           END-IF.
           IF NOT TVR-FAILED
               SET WS-PENDING-FOUND TO TRUE
               MOVE TVR-VERSION TO WS-PEND-VERSION
           END-IF.
           IF TVR-EFFECTIVE-DATE = WS-SCAN-DATE
               SET WS-SAME-DATE-FOUND TO TRUE
               MOVE TVR-VERSION TO WS-SAME-DATE-VERSION
               MOVE TVR-BASE-VERSION TO WS-SAME-DATE-BASE
           ELSE
               IF TVR-EFFECTIVE-DATE > WS-SCAN-DATE
                   SET WS-LATER-FOUND TO TRUE
               ELSE
                   IF NOT TVR-ACCEPTED
                       SET WS-UNCHECKED-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF TVR-EFFECTIVE-DATE <= WS-AS-OF-DATE
               IF TVR-ACCEPTED
                   SET WS-DUE-FOUND TO TRUE
                   MOVE TVR-VERSION TO WS-DUE-VERSION
                   MOVE TVR-EFFECTIVE-DATE TO WS-DUE-EFFECTIVE-DATE
               ELSE
                   SET WS-NOT-READY-FOUND TO TRUE
                   MOVE TVR-VERSION TO WS-NOT-READY-VERSION
                   MOVE TVR-STATUS TO WS-NOT-READY-STATUS
                   MOVE TVR-EFFECTIVE-DATE TO WS-NOT-READY-DATE
               END-IF
           END-IF.

       150-OPEN-WORKING-VERSION.
      *    Finds or starts the version TTX-TABLE-NAME will stand at
      *    on TTX-EFFECTIVE-DATE and loads it into WS-ENTRY-TABLE.
           MOVE TTX-TABLE-NAME TO WS-SCAN-TABLE-NAME.
           MOVE TTX-EFFECTIVE-DATE TO WS-SCAN-DATE.
           PERFORM 110-SCAN-TABLE-VERSIONS.
           IF NOT WS-VERSIONS-ON-FILE
               PERFORM 160-REGISTER-BASELINE
               IF WS-TRANS-REJECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM 110-SCAN-TABLE-VERSIONS
           END-IF.
      *    A later version was built without this change, whether
      *    or not one is already open for this date; stage the
      *    change into it as well, or cancel it.
           IF WS-LATER-FOUND
               MOVE 'LATER VERSION ALREADY STAGED' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAME-DATE-FOUND
               MOVE WS-SAME-DATE-VERSION TO WS-WORK-VERSION
               MOVE WS-SAME-DATE-BASE TO WS-WORK-BASE-VERSION
               MOVE 'N' TO WS-WORK-NEW-SWITCH
           ELSE
               IF WS-UNCHECKED-FOUND
                   MOVE 'EARLIER VERSION NOT ACCEPTED'
                       TO WS-REJECT-TEXT
                   SET WS-TRANS-REJECTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF WS-PENDING-FOUND
                   MOVE WS-PEND-VERSION TO WS-WORK-BASE-VERSION
               ELSE
                   IF NOT WS-LIVE-FOUND
                       MOVE 'NO LIVE VERSION' TO WS-REJECT-TEXT
                       SET WS-TRANS-REJECTED TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-LIVE-VERSION TO WS-WORK-BASE-VERSION
               END-IF
               IF WS-NEWEST-VERSION = 9999
                   MOVE 'VERSION NUMBERS EXHAUSTED' TO WS-REJECT-TEXT
                   SET WS-TRANS-REJECTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-WORK-VERSION = WS-NEWEST-VERSION + 1
               SET WS-WORK-IS-NEW TO TRUE
           END-IF.
           MOVE TTX-TABLE-NAME TO WS-FN-TABLE-NAME.
           IF WS-WORK-IS-NEW
               MOVE WS-WORK-BASE-VERSION TO WS-FN-VERSION
           ELSE
               MOVE WS-WORK-VERSION TO WS-FN-VERSION
           END-IF.
           PERFORM 185-BUILD-VERSION-FILENAME.
           PERFORM 190-LOAD-TABLE-FILE.
           IF WS-TABLE-FILE-MISSING
               MOVE 'VERSION FILE MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET WS-WORK-LOADED TO TRUE.
           MOVE 'N' TO WS-WORK-CHANGED-SWITCH.
           MOVE TTX-TABLE-NAME TO WS-WORK-TABLE-NAME.
           MOVE TTX-EFFECTIVE-DATE TO WS-WORK-EFFECTIVE-DATE.

       160-REGISTER-BASELINE.
      *    First change to a table: the live file as it stands is
      *    kept as version 0000, live, so the first promotion has
      *    something to roll back to.  A table with no live file
      *    (SUBPROG on defaults) registers with no entries.
           MOVE TTX-TABLE-NAME TO WS-TABLE-FILENAME.
           PERFORM 190-LOAD-TABLE-FILE.
           MOVE TTX-TABLE-NAME TO WS-FN-TABLE-NAME.
           MOVE 0 TO WS-FN-VERSION.
           PERFORM 185-BUILD-VERSION-FILENAME.
           PERFORM 195-WRITE-TABLE-FILE.
           IF WS-TABLE-WRITE-FAILED
               MOVE 'BASELINE NOT REGISTERED' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TABLE-VERSION-RECORD.
           MOVE TTX-TABLE-NAME TO TVR-TABLE-NAME.
           MOVE 0 TO TVR-VERSION.
           SET TVR-LIVE TO TRUE.
           MOVE WS-AS-OF-DATE TO TVR-EFFECTIVE-DATE.
           MOVE 0 TO TVR-BASE-VERSION.
           MOVE WS-ENTRY-COUNT TO TVR-ENTRY-COUNT.
           MOVE WS-RUN-TIMESTAMP (1:14) TO TVR-STAGED-TIMESTAMP.
           MOVE 'CCTBLMNT' TO TVR-STAGED-BY.
           MOVE WS-RUN-TIMESTAMP (1:14) TO TVR-PROMOTED-TIMESTAMP.
           WRITE TABLE-VERSION-RECORD.
           IF WS-TBLVER-FILE-STATUS NOT = '00'
               DISPLAY "TBLVER WRITE FAILED FOR " TTX-TABLE-NAME
                   " V0000, STATUS=" WS-TBLVER-FILE-STATUS
               MOVE 'BASELINE NOT REGISTERED' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "BASELINE " DELIMITED BY SIZE
               TTX-TABLE-NAME DELIMITED BY SIZE
               " V0000 REGISTERED FROM THE LIVE TABLE, "
               DELIMITED BY SIZE
               WS-ENTRY-COUNT-DISPLAY DELIMITED BY SIZE
               " ENTRIES" DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       170-SAVE-WORKING-VERSION.
      *    Writes the version built in WS-ENTRY-TABLE to its file
      *    and registers it as staged.  Nothing is written when
      *    every change for it was rejected.
           MOVE 'N' TO WS-WORK-SWITCH.
           IF NOT WS-WORK-CHANGED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORK-TABLE-NAME TO WS-FN-TABLE-NAME.
           MOVE WS-WORK-VERSION TO WS-FN-VERSION.
           PERFORM 185-BUILD-VERSION-FILENAME.
           PERFORM 195-WRITE-TABLE-FILE.
           IF WS-TABLE-WRITE-FAILED
               MOVE SPACES TO SUMMARY-LINE
               STRING WS-TABLE-FILENAME DELIMITED BY SPACE
                   " COULD NOT BE WRITTEN, VERSION NOT STAGED"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               SET WS-SEVERE-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORK-TABLE-NAME TO TVR-TABLE-NAME.
           MOVE WS-WORK-VERSION TO TVR-VERSION.
           IF WS-WORK-IS-NEW
               MOVE SPACES TO TABLE-VERSION-RECORD
               MOVE WS-WORK-TABLE-NAME TO TVR-TABLE-NAME
               MOVE WS-WORK-VERSION TO TVR-VERSION
           ELSE
               READ TABLE-VERSION-FILE
                   INVALID KEY
                       MOVE SPACES TO TABLE-VERSION-RECORD
                       MOVE WS-WORK-TABLE-NAME TO TVR-TABLE-NAME
                       MOVE WS-WORK-VERSION TO TVR-VERSION
                       SET WS-WORK-IS-NEW TO TRUE
               END-READ
           END-IF.
           SET TVR-STAGED TO TRUE.
           MOVE WS-WORK-EFFECTIVE-DATE TO TVR-EFFECTIVE-DATE.
           MOVE WS-WORK-BASE-VERSION TO TVR-BASE-VERSION.
           MOVE WS-ENTRY-COUNT TO TVR-ENTRY-COUNT.
           MOVE WS-RUN-TIMESTAMP (1:14) TO TVR-STAGED-TIMESTAMP.
           MOVE WS-WORK-CHANGED-BY TO TVR-STAGED-BY.
           MOVE SPACES TO TVR-CHECKED-TIMESTAMP.
           IF WS-WORK-IS-NEW
               WRITE TABLE-VERSION-RECORD
           ELSE
               REWRITE TABLE-VERSION-RECORD
           END-IF.
           IF WS-TBLVER-FILE-STATUS NOT = '00'
               DISPLAY "TBLVER UPDATE FAILED FOR " WS-WORK-TABLE-NAME
                   " V" WS-WORK-VERSION ", STATUS="
                   WS-TBLVER-FILE-STATUS
               SET WS-SEVERE-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "STAGED   " DELIMITED BY SIZE
               WS-WORK-TABLE-NAME DELIMITED BY SIZE
               " V" DELIMITED BY SIZE
               WS-WORK-VERSION DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WS-WORK-EFFECTIVE-DATE DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-ENTRY-COUNT-DISPLAY DELIMITED BY SIZE
               " ENTRIES, AWAITING CCPREFLT STAGED"
               DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       180-WRITE-LOG-LINE.
           MOVE SPACES TO TABLE-CHANGE-LOG-LINE.
           MOVE WS-RUN-TIMESTAMP (1:14) TO TLG-TIMESTAMP.
           MOVE WS-LOG-ACTION TO TLG-ACTION.
           MOVE WS-LOG-TABLE-NAME TO TLG-TABLE-NAME.
           MOVE WS-LOG-FROM-VERSION TO TLG-FROM-VERSION.
           MOVE WS-LOG-TO-VERSION TO TLG-TO-VERSION.
           MOVE WS-LOG-TAG TO TLG-TAG.
           MOVE WS-LOG-BY TO TLG-CHANGED-BY.
           MOVE WS-LOG-IMAGE TO TLG-IMAGE.
           WRITE TABLE-CHANGE-LOG-LINE.

       182-LOG-WHOLE-TABLE.
      *    One log line per entry now in WS-ENTRY-TABLE, under
      *    WS-LOG-TAG.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
               MOVE WS-ENTRY-IMAGE (WS-ENT-IDX) TO WS-LOG-IMAGE
               PERFORM 180-WRITE-LOG-LINE
           END-PERFORM.

       185-BUILD-VERSION-FILENAME.
           MOVE SPACES TO WS-TABLE-FILENAME.
           STRING WS-FN-TABLE-NAME DELIMITED BY SPACE
               ".V" DELIMITED BY SIZE
               WS-FN-VERSION DELIMITED BY SIZE
               INTO WS-TABLE-FILENAME.

       190-LOAD-TABLE-FILE.
      *    Reads WS-TABLE-FILENAME into WS-ENTRY-TABLE.  A file
      *    that will not open loads as empty, with
      *    WS-TABLE-FILE-MISSING set.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 'N' TO WS-MISSING-SWITCH.
           OPEN INPUT TABLE-FILE.
           IF WS-TABLE-FILE-STATUS NOT = '00'
               SET WS-TABLE-FILE-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TABLE-FILE-STATUS NOT = '00'
               READ TABLE-FILE
                   AT END
                       MOVE '10' TO WS-TABLE-FILE-STATUS
                   NOT AT END
                       IF WS-ENTRY-COUNT >= WS-ENTRY-LIMIT
                           DISPLAY WS-TABLE-FILENAME " HAS MORE THAN "
                               WS-ENTRY-LIMIT " ENTRIES, IGNORING "
                               "REMAINDER"
                           MOVE '10' TO WS-TABLE-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-ENTRY-COUNT
                           SET WS-ENT-IDX TO WS-ENTRY-COUNT
                           MOVE TABLE-LINE
                               TO WS-ENTRY-IMAGE (WS-ENT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TABLE-FILE.

       195-WRITE-TABLE-FILE.
      *    Writes WS-ENTRY-TABLE to WS-TABLE-FILENAME, replacing it.
           MOVE 'N' TO WS-WRITE-FAIL-SWITCH.
           OPEN OUTPUT TABLE-FILE.
           IF WS-TABLE-FILE-STATUS NOT = '00'
               DISPLAY WS-TABLE-FILENAME " OPEN FAILED, STATUS="
                   WS-TABLE-FILE-STATUS
               SET WS-TABLE-WRITE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
               MOVE WS-ENTRY-IMAGE (WS-ENT-IDX) TO TABLE-LINE
               WRITE TABLE-LINE
               IF WS-TABLE-FILE-STATUS NOT = '00'
                   SET WS-TABLE-WRITE-FAILED TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TABLE-FILE.
           IF WS-TABLE-WRITE-FAILED
               DISPLAY WS-TABLE-FILENAME " WRITE FAILED"
           END-IF.

       200-STAGE-CHANGE.
           IF TTX-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF TTX-EFFECTIVE-DATE < WS-AS-OF-DATE
               MOVE 'EFFECTIVE DATE ALREADY PAST' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF TTX-ENTRY-IMAGE (1:WS-KEY-LENGTH) = SPACES
               MOVE 'ENTRY KEY MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORK-LOADED
               IF WS-WORK-TABLE-NAME NOT = TTX-TABLE-NAME
                   OR WS-WORK-EFFECTIVE-DATE NOT = TTX-EFFECTIVE-DATE
                   PERFORM 170-SAVE-WORKING-VERSION
               END-IF
           END-IF.
           IF NOT WS-WORK-LOADED
               PERFORM 150-OPEN-WORKING-VERSION
               IF WS-TRANS-REJECTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 210-FIND-ENTRY-BY-KEY.
           MOVE TTX-ACTION TO WS-LOG-ACTION.
           MOVE TTX-TABLE-NAME TO WS-LOG-TABLE-NAME.
           MOVE WS-WORK-BASE-VERSION TO WS-LOG-FROM-VERSION.
           MOVE WS-WORK-VERSION TO WS-LOG-TO-VERSION.
           MOVE TTX-CHANGED-BY TO WS-LOG-BY.
           IF TTX-ACTION-ADD
               PERFORM 220-ADD-ENTRY
           ELSE
               IF TTX-ACTION-CHANGE
                   PERFORM 230-CHANGE-ENTRY
               ELSE
                   PERFORM 240-DELETE-ENTRY
               END-IF
           END-IF.
           IF NOT WS-TRANS-REJECTED
               SET WS-WORK-CHANGED TO TRUE
               MOVE TTX-CHANGED-BY TO WS-WORK-CHANGED-BY
               MOVE WS-WORK-VERSION TO WS-RESULT-VERSION
           END-IF.

       210-FIND-ENTRY-BY-KEY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-ENTRY-IMAGE (WS-ENT-IDX) (1:WS-KEY-LENGTH)
                   = TTX-ENTRY-IMAGE (1:WS-KEY-LENGTH)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
               SET WS-ENT-IDX DOWN BY 1
           END-IF.

       220-ADD-ENTRY.
           IF WS-ENTRY-FOUND
               MOVE 'KEY ALREADY IN TABLE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY-COUNT >= WS-ENTRY-LIMIT
               MOVE 'TABLE FULL' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           SET WS-ENT-IDX TO WS-ENTRY-COUNT.
           MOVE TTX-ENTRY-IMAGE TO WS-ENTRY-IMAGE (WS-ENT-IDX).
           MOVE 'AFTER' TO WS-LOG-TAG.
           MOVE TTX-ENTRY-IMAGE TO WS-LOG-IMAGE.
           PERFORM 180-WRITE-LOG-LINE.

       230-CHANGE-ENTRY.
           IF NOT WS-ENTRY-FOUND
               MOVE 'KEY NOT IN TABLE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'BEFORE' TO WS-LOG-TAG.
           MOVE WS-ENTRY-IMAGE (WS-ENT-IDX) TO WS-LOG-IMAGE.
           PERFORM 180-WRITE-LOG-LINE.
           MOVE TTX-ENTRY-IMAGE TO WS-ENTRY-IMAGE (WS-ENT-IDX).
           MOVE 'AFTER' TO WS-LOG-TAG.
           MOVE TTX-ENTRY-IMAGE TO WS-LOG-IMAGE.
           PERFORM 180-WRITE-LOG-LINE.

       240-DELETE-ENTRY.
      *    The entries below close up, so file order - which
      *    decides between overlapping RESLTAB ranges - is kept.
           IF NOT WS-ENTRY-FOUND
               MOVE 'KEY NOT IN TABLE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'BEFORE' TO WS-LOG-TAG.
           MOVE WS-ENTRY-IMAGE (WS-ENT-IDX) TO WS-LOG-IMAGE.
           PERFORM 180-WRITE-LOG-LINE.
           SET WS-ENT-NEXT-IDX TO WS-ENT-IDX.
           SET WS-ENT-NEXT-IDX UP BY 1.
           PERFORM UNTIL WS-ENT-NEXT-IDX > WS-ENTRY-COUNT
               MOVE WS-ENTRY-IMAGE (WS-ENT-NEXT-IDX)
                   TO WS-ENTRY-IMAGE (WS-ENT-IDX)
               SET WS-ENT-IDX UP BY 1
               SET WS-ENT-NEXT-IDX UP BY 1
           END-PERFORM.
           SUBTRACT 1 FROM WS-ENTRY-COUNT.

       300-PROMOTE-ONE-TABLE.
           MOVE WS-TABLE-NAME-ENTRY (WS-TBL-IDX) TO WS-SCAN-TABLE-NAME.
           MOVE SPACES TO WS-SCAN-DATE.
           PERFORM 110-SCAN-TABLE-VERSIONS.
           IF WS-NOT-READY-FOUND
      *        Still S or F on its effective date: CCPREFLT STAGED
      *        has not passed it, so the live table stands.
               ADD 1 TO WS-NOT-PROMOTED-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "NOT PROMOTED " DELIMITED BY SIZE
                   WS-SCAN-TABLE-NAME DELIMITED BY SIZE
                   " V" DELIMITED BY SIZE
                   WS-NOT-READY-VERSION DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   WS-NOT-READY-DATE DELIMITED BY SIZE
                   ", STATUS " DELIMITED BY SIZE
                   WS-NOT-READY-STATUS DELIMITED BY SIZE
                   " - NOT ACCEPTED BY CCPREFLT" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.
           IF NOT WS-DUE-FOUND
               MOVE SPACES TO SUMMARY-LINE
               IF WS-LIVE-FOUND
                   STRING WS-SCAN-TABLE-NAME DELIMITED BY SIZE
                       " NO VERSION DUE, V" DELIMITED BY SIZE
                       WS-LIVE-VERSION DELIMITED BY SIZE
                       " STAYS LIVE" DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
               ELSE
                   STRING WS-SCAN-TABLE-NAME DELIMITED BY SIZE
                       " NO VERSION DUE, NOT YET VERSIONED"
                       DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
               END-IF
               WRITE SUMMARY-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCAN-TABLE-NAME TO WS-FN-TABLE-NAME.
           MOVE WS-DUE-VERSION TO WS-FN-VERSION.
           PERFORM 185-BUILD-VERSION-FILENAME.
           PERFORM 190-LOAD-TABLE-FILE.
           IF WS-TABLE-FILE-MISSING
               MOVE SPACES TO SUMMARY-LINE
               STRING WS-TABLE-FILENAME DELIMITED BY SPACE
                   " MISSING, NOT PROMOTED" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               SET WS-SEVERE-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'PROMOTE' TO WS-LOG-ACTION.
           MOVE WS-SCAN-TABLE-NAME TO WS-LOG-TABLE-NAME.
           MOVE WS-LIVE-VERSION TO WS-LOG-FROM-VERSION.
           MOVE WS-DUE-VERSION TO WS-LOG-TO-VERSION.
           MOVE 'CCTBLMNT' TO WS-LOG-BY.
           PERFORM 320-REPLACE-LIVE-TABLE.
           IF WS-TABLE-WRITE-FAILED
               EXIT PARAGRAPH
           END-IF.

           SET WS-RESTATUS-PROMOTE TO TRUE.
           MOVE WS-SCAN-TABLE-NAME TO WS-RESTATUS-TABLE-NAME.
           MOVE WS-DUE-VERSION TO WS-RESTATUS-TARGET.
           MOVE 'CCTBLMNT' TO WS-RESTATUS-BY.
           PERFORM 350-RESTATUS-VERSIONS.
           ADD 1 TO WS-PROMOTED-COUNT.
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "PROMOTED " DELIMITED BY SIZE
               WS-SCAN-TABLE-NAME DELIMITED BY SIZE
               " V" DELIMITED BY SIZE
               WS-DUE-VERSION DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WS-DUE-EFFECTIVE-DATE DELIMITED BY SIZE
               " OVER V" DELIMITED BY SIZE
               WS-LIVE-VERSION DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-ENTRY-COUNT-DISPLAY DELIMITED BY SIZE
               " ENTRIES" DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       320-REPLACE-LIVE-TABLE.
      *    Common to promotion and rollback.  WS-TABLE-FILENAME
      *    names the version going live and the WS-LOG- items are
      *    set.  The live table as it stands is logged BEFORE, the
      *    version is copied over it, and logged AFTER.
           MOVE WS-TABLE-FILENAME TO WS-VERSION-FILENAME.
           MOVE WS-LOG-TABLE-NAME TO WS-TABLE-FILENAME.
           PERFORM 190-LOAD-TABLE-FILE.
           MOVE 'BEFORE' TO WS-LOG-TAG.
           PERFORM 182-LOG-WHOLE-TABLE.
           MOVE WS-VERSION-FILENAME TO WS-TABLE-FILENAME.
           PERFORM 190-LOAD-TABLE-FILE.
           MOVE WS-LOG-TABLE-NAME TO WS-TABLE-FILENAME.
           PERFORM 195-WRITE-TABLE-FILE.
           IF WS-TABLE-WRITE-FAILED
      *        The live table may now be part written; the BEFORE
      *        lines on CTLCHGLG are what it held.
               MOVE SPACES TO SUMMARY-LINE
               STRING WS-LOG-TABLE-NAME DELIMITED BY SPACE
                   " COULD NOT BE WRITTEN DURING " DELIMITED BY SIZE
                   WS-LOG-ACTION DELIMITED BY SPACE
                   ", RESTORE FROM CTLCHGLG" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               SET WS-SEVERE-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AFTER' TO WS-LOG-TAG.
           PERFORM 182-LOG-WHOLE-TABLE.

       350-RESTATUS-VERSIONS.
           MOVE WS-RESTATUS-TABLE-NAME TO TVR-TABLE-NAME.
           MOVE 0 TO TVR-VERSION.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           START TABLE-VERSION-FILE KEY >= TVR-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ TABLE-VERSION-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF TVR-TABLE-NAME NOT = WS-RESTATUS-TABLE-NAME
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 355-RESTATUS-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       355-RESTATUS-ONE-VERSION.
           MOVE 'N' TO WS-RESTATUS-CHANGED-SWITCH.
           IF TVR-VERSION = WS-RESTATUS-TARGET
               SET TVR-LIVE TO TRUE
               MOVE WS-RUN-TIMESTAMP (1:14) TO TVR-PROMOTED-TIMESTAMP
               MOVE SPACES TO TVR-RETIRED-TIMESTAMP TVR-RETIRED-BY
               SET WS-RESTATUS-CHANGED TO TRUE
           ELSE
               IF TVR-LIVE
                   IF WS-RESTATUS-PROMOTE
                       SET TVR-SUPERSEDED TO TRUE
                   ELSE
                       SET TVR-ROLLED-BACK TO TRUE
                   END-IF
                   SET WS-RESTATUS-CHANGED TO TRUE
               ELSE
                   IF TVR-PENDING
                       IF WS-RESTATUS-PROMOTE
                           IF TVR-VERSION < WS-RESTATUS-TARGET
                               SET TVR-BYPASSED TO TRUE
                               SET WS-RESTATUS-CHANGED TO TRUE
                           END-IF
                       ELSE
                           SET TVR-CANCELLED TO TRUE
                           SET WS-RESTATUS-CHANGED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-RESTATUS-CHANGED
                   MOVE WS-RUN-TIMESTAMP (1:14)
                       TO TVR-RETIRED-TIMESTAMP
                   MOVE WS-RESTATUS-BY TO TVR-RETIRED-BY
               END-IF
           END-IF.
           IF NOT WS-RESTATUS-CHANGED
               EXIT PARAGRAPH
           END-IF.
           REWRITE TABLE-VERSION-RECORD.
           IF WS-TBLVER-FILE-STATUS NOT = '00'
               DISPLAY "TBLVER REWRITE FAILED FOR " TVR-TABLE-NAME
                   " V" TVR-VERSION ", STATUS=" WS-TBLVER-FILE-STATUS
               SET WS-SEVERE-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF TVR-CANCELLED
               MOVE SPACES TO SUMMARY-LINE
               STRING "CANCELLED " DELIMITED BY SIZE
                   TVR-TABLE-NAME DELIMITED BY SIZE
                   " V" DELIMITED BY SIZE
                   TVR-VERSION DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   TVR-EFFECTIVE-DATE DELIMITED BY SIZE
                   " - BUILT ON THE ROLLED-BACK VERSION"
                   DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.

       400-APPLY-ROLLBACK.
      *    Takes effect now, whatever the date: a rollback is asked
      *    for because the live table is wrong.
           IF WS-WORK-LOADED
               PERFORM 170-SAVE-WORKING-VERSION
           END-IF.
           MOVE TTX-TABLE-NAME TO WS-SCAN-TABLE-NAME.
           MOVE SPACES TO WS-SCAN-DATE.
           PERFORM 110-SCAN-TABLE-VERSIONS.
           IF NOT WS-LIVE-FOUND
               MOVE 'NO LIVE VERSION' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PRIOR-FOUND
               MOVE 'NO PREVIOUS VERSION' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE TTX-TABLE-NAME TO WS-FN-TABLE-NAME.
           MOVE WS-PRIOR-VERSION TO WS-FN-VERSION.
           PERFORM 185-BUILD-VERSION-FILENAME.
           PERFORM 190-LOAD-TABLE-FILE.
           IF WS-TABLE-FILE-MISSING
               MOVE 'VERSION FILE MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ROLLBACK' TO WS-LOG-ACTION.
           MOVE TTX-TABLE-NAME TO WS-LOG-TABLE-NAME.
           MOVE WS-LIVE-VERSION TO WS-LOG-FROM-VERSION.
           MOVE WS-PRIOR-VERSION TO WS-LOG-TO-VERSION.
           MOVE TTX-CHANGED-BY TO WS-LOG-BY.
           PERFORM 320-REPLACE-LIVE-TABLE.
           IF WS-TABLE-WRITE-FAILED
               MOVE 'LIVE TABLE WRITE FAILED' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET WS-RESTATUS-ROLLBACK TO TRUE.
           MOVE TTX-TABLE-NAME TO WS-RESTATUS-TABLE-NAME.
           MOVE WS-PRIOR-VERSION TO WS-RESTATUS-TARGET.
           MOVE TTX-CHANGED-BY TO WS-RESTATUS-BY.
           PERFORM 350-RESTATUS-VERSIONS.
           ADD 1 TO WS-ROLLED-BACK-COUNT.
           MOVE WS-PRIOR-VERSION TO WS-RESULT-VERSION.

       900-WRITE-REPORT-TOTALS.
           IF WS-MODE-STAGE
               MOVE SPACES TO SUMMARY-LINE
               STRING "TRANSACTIONS READ:   " DELIMITED BY SIZE
                   WS-TRANS-READ DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "APPLIED:             " DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "REJECTED:            " DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "VERSIONS STAGED:     " DELIMITED BY SIZE
                   WS-STAGED-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "TABLES ROLLED BACK:  " DELIMITED BY SIZE
                   WS-ROLLED-BACK-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           ELSE
               MOVE SPACES TO SUMMARY-LINE
               STRING "VERSIONS PROMOTED:   " DELIMITED BY SIZE
                   WS-PROMOTED-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "DUE, NOT PROMOTED:   " DELIMITED BY SIZE
                   WS-NOT-PROMOTED-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.
       END PROGRAM 'CCTBLMNT'.
