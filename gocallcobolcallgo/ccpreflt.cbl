      *                                                     *
      * Argument 1: the number of callbacks the driver      *
      *     registers in FP-TABLE, blank for 5.             *
      * Argument 2: STAGED audits, in place of the live     *
      *     tables, the newest pending version of each on   *
      *     TBLVER (CCTBLVR) - the set as it will stand     *
      *     once CCTBLMNT has promoted them - and marks the *
      *     versions awaiting a check A (accepted) when     *
      *     clean or F (failed) on any finding.  CTLFILE is *
      *     not audited, and a missing TRANFILE is only     *
      *     noted.                                          *
      *                                                     *
      * RETURN-CODE 8 when any finding was written, so the  *
      * scheduler can hold the LOAD step; 16 when TRANFILE  *
           SELECT CONTROL-FILE ASSIGN TO 'CTLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT DISPATCH-FILE ASSIGN TO WS-DISPATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPATCH-FILE-STATUS.
           SELECT RESULT-CODE-FILE ASSIGN TO WS-RESULT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT PRIORITY-FILE ASSIGN TO WS-PRIORITY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITY-FILE-STATUS.
           SELECT TABLE-VERSION-FILE ASSIGN TO 'TBLVER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVR-KEY
               FILE STATUS IS WS-TBLVER-FILE-STATUS.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO 'PREFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  PRIORITY-FILE
           RECORDING MODE IS F.
       COPY CCPRIOR.
       FD  TABLE-VERSION-FILE.
       COPY CCTBLVR.
       FD  PREFLIGHT-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       01  WS-RESULT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-PRIORITY-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-TBLVER-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-DISPATCH-FILENAME       PIC X(16) VALUE 'DISPTAB'.
       01  WS-RESULT-FILENAME         PIC X(16) VALUE 'RESLTAB'.
       01  WS-PRIORITY-FILENAME       PIC X(16) VALUE 'PRIORTAB'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X  VALUE 'N'.
       01  WS-ARG-VALUE               PIC X(8) VALUE SPACES.
       01  WS-FP-COUNT                PIC 9(4) VALUE 5.
       01  WS-FINDINGS-COUNT          PIC 9(4) VALUE 0.
       01  WS-AUDIT-MODE              PIC X(8) VALUE SPACES.
           88 WS-STAGED-AUDIT               VALUE 'STAGED'.

      *    STAGED: the version of each table being audited, and
      *    whether it is one CCPREFLT has still to pass (S or F).
       01  WS-STAGED-TABLE-VALUES.
           05 FILLER                  PIC X(8) VALUE 'DISPTAB'.
           05 FILLER                  PIC X(8) VALUE 'RESLTAB'.
           05 FILLER                  PIC X(8) VALUE 'PRIORTAB'.
       01  WS-STAGED-TABLE-NAMES REDEFINES WS-STAGED-TABLE-VALUES.
           05 WS-STG-TABLE-NAME       PIC X(8) OCCURS 3 TIMES.
       01  WS-STAGED-TABLE.
           05 WS-STAGED-ENTRY OCCURS 3 TIMES
                               INDEXED BY WS-STG-IDX.
               10 WS-STG-FILENAME     PIC X(16).
               10 WS-STG-VERSION      PIC 9(4).
               10 WS-STG-STATUS       PIC X.
               10 WS-STG-SWITCH       PIC X.
                   88 WS-STG-PENDING          VALUE 'Y'.
               10 WS-STG-CHECK-SWITCH PIC X.
                   88 WS-STG-AWAITS-CHECK     VALUE 'Y'.
       01  WS-AWAITING-CHECK-COUNT    PIC 9(4) VALUE 0.
       01  WS-TBLVER-EOF-SWITCH       PIC X VALUE 'N'.
           88 WS-TBLVER-DONE                VALUE 'Y'.

       01  WS-NOW-TIMESTAMP           PIC X(21).
       01  WS-NOW-HHMM                PIC 9(4) VALUE 0.
           IF WS-ARG-VALUE NOT = SPACES
               COMPUTE WS-FP-COUNT = FUNCTION NUMVAL(WS-ARG-VALUE)
           END-IF.
           MOVE SPACES TO WS-ARG-VALUE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           MOVE WS-ARG-VALUE TO WS-AUDIT-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.
           MOVE WS-NOW-TIMESTAMP (9:4) TO WS-NOW-HHMM.

               WS-FP-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           IF WS-STAGED-AUDIT
               PERFORM 050-LOCATE-STAGED-VERSIONS
               IF WS-AWAITING-CHECK-COUNT = 0
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "RESULT: NO STAGED VERSIONS AWAITING "
                       "CHECK" DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   WRITE SUMMARY-LINE
                   CLOSE PREFLIGHT-REPORT-FILE
                   IF WS-TBLVER-FILE-STATUS NOT = '00'
                       AND WS-TBLVER-FILE-STATUS NOT = '35'
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   GOBACK
               END-IF
           END-IF.

           PERFORM 100-AUDIT-DISPATCH-TABLE.
           PERFORM 200-AUDIT-RESULT-TABLE.
           PERFORM 300-AUDIT-PRIORITY-TABLE.
           IF NOT WS-STAGED-AUDIT
               PERFORM 400-AUDIT-CONTROL-FILE
           END-IF.
           PERFORM 500-AUDIT-TRANFILE.
           IF RETURN-CODE = 16
               CLOSE PREFLIGHT-REPORT-FILE
           END-IF.

           MOVE SPACES TO SUMMARY-LINE.
           IF WS-STAGED-AUDIT
               PERFORM 060-RECORD-STAGED-VERDICT
               MOVE SPACES TO SUMMARY-LINE
               IF WS-FINDINGS-COUNT = 0
                   STRING "RESULT: CLEAN, STAGED VERSIONS ACCEPTED"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
               ELSE
                   STRING "RESULT: " DELIMITED BY SIZE
                       WS-FINDINGS-COUNT DELIMITED BY SIZE
                       " FINDING(S), STAGED VERSIONS FAILED"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
               END-IF
           ELSE
               IF WS-FINDINGS-COUNT = 0
                   STRING "RESULT: CLEAN, LOAD MAY PROCEED"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
               ELSE
                   STRING "RESULT: " DELIMITED BY SIZE
                       WS-FINDINGS-COUNT DELIMITED BY SIZE
                       " FINDING(S), HOLD THE LOAD STEP"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
               END-IF
           END-IF.
           WRITE SUMMARY-LINE.
           CLOSE PREFLIGHT-REPORT-FILE.
           IF WS-FINDINGS-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOCATE-STAGED-VERSIONS.
      *    Points each table's file at its newest pending version,
      *    leaving the live name where there is none, and lists
      *    the set being audited.
           OPEN I-O TABLE-VERSION-FILE.
           IF WS-TBLVER-FILE-STATUS NOT = '00'
               IF WS-TBLVER-FILE-STATUS NOT = '35'
                   DISPLAY "TBLVER OPEN FAILED, STATUS="
                       WS-TBLVER-FILE-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                   UNTIL WS-STG-IDX > 3
               PERFORM 055-LOCATE-ONE-STAGED-TABLE
               MOVE SPACES TO SUMMARY-LINE
               IF WS-STG-PENDING (WS-STG-IDX)
                   STRING "STAGED SET: " DELIMITED BY SIZE
                       WS-STG-FILENAME (WS-STG-IDX) DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       WS-STG-STATUS (WS-STG-IDX) DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
               ELSE
                   STRING "STAGED SET: " DELIMITED BY SIZE
                       WS-STG-FILENAME (WS-STG-IDX) DELIMITED BY SIZE
                       " (LIVE, NOTHING PENDING)" DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
               END-IF
               WRITE SUMMARY-LINE
           END-PERFORM.
           SET WS-STG-IDX TO 1.
           MOVE WS-STG-FILENAME (WS-STG-IDX) TO WS-DISPATCH-FILENAME.
           SET WS-STG-IDX TO 2.
           MOVE WS-STG-FILENAME (WS-STG-IDX) TO WS-RESULT-FILENAME.
           SET WS-STG-IDX TO 3.
           MOVE WS-STG-FILENAME (WS-STG-IDX) TO WS-PRIORITY-FILENAME.
           IF WS-AWAITING-CHECK-COUNT = 0
               CLOSE TABLE-VERSION-FILE
           END-IF.

       055-LOCATE-ONE-STAGED-TABLE.
           MOVE WS-STG-TABLE-NAME (WS-STG-IDX)
               TO WS-STG-FILENAME (WS-STG-IDX).
           MOVE 0 TO WS-STG-VERSION (WS-STG-IDX).
           MOVE 'N' TO WS-STG-SWITCH (WS-STG-IDX)
               WS-STG-CHECK-SWITCH (WS-STG-IDX).
           MOVE SPACE TO WS-STG-STATUS (WS-STG-IDX).
           MOVE WS-STG-TABLE-NAME (WS-STG-IDX) TO TVR-TABLE-NAME.
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
                           NOT = WS-STG-TABLE-NAME (WS-STG-IDX)
                           SET WS-TBLVER-DONE TO TRUE
                       ELSE
                           IF TVR-PENDING
                               SET WS-STG-PENDING (WS-STG-IDX)
                                   TO TRUE
                               MOVE TVR-VERSION
                                   TO WS-STG-VERSION (WS-STG-IDX)
                               MOVE TVR-STATUS
                                   TO WS-STG-STATUS (WS-STG-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-STG-PENDING (WS-STG-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-STG-FILENAME (WS-STG-IDX).
           STRING WS-STG-TABLE-NAME (WS-STG-IDX) DELIMITED BY SPACE
               ".V" DELIMITED BY SIZE
               WS-STG-VERSION (WS-STG-IDX) DELIMITED BY SIZE
               INTO WS-STG-FILENAME (WS-STG-IDX).
           IF WS-STG-STATUS (WS-STG-IDX) NOT = 'A'
               SET WS-STG-AWAITS-CHECK (WS-STG-IDX) TO TRUE
               ADD 1 TO WS-AWAITING-CHECK-COUNT
           END-IF.

       060-RECORD-STAGED-VERDICT.
      *    Only the versions that were awaiting a check are marked;
      *    one already accepted keeps its status whatever its
      *    neighbours in the set turned up.
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                   UNTIL WS-STG-IDX > 3
               IF WS-STG-AWAITS-CHECK (WS-STG-IDX)
                   PERFORM 065-MARK-ONE-STAGED-VERSION
               END-IF
           END-PERFORM.
           CLOSE TABLE-VERSION-FILE.

       065-MARK-ONE-STAGED-VERSION.
           MOVE WS-STG-TABLE-NAME (WS-STG-IDX) TO TVR-TABLE-NAME.
           MOVE WS-STG-VERSION (WS-STG-IDX) TO TVR-VERSION.
           READ TABLE-VERSION-FILE
               INVALID KEY
                   DISPLAY "TBLVER RECORD GONE FOR "
                       WS-STG-FILENAME (WS-STG-IDX)
                   EXIT PARAGRAPH
           END-READ.
           IF WS-FINDINGS-COUNT = 0
               SET TVR-ACCEPTED TO TRUE
           ELSE
               SET TVR-FAILED TO TRUE
           END-IF.
           MOVE WS-NOW-TIMESTAMP (1:14) TO TVR-CHECKED-TIMESTAMP.
           REWRITE TABLE-VERSION-RECORD.
           IF WS-TBLVER-FILE-STATUS NOT = '00'
               DISPLAY "TBLVER REWRITE FAILED FOR "
                   WS-STG-FILENAME (WS-STG-IDX) ", STATUS="
                   WS-TBLVER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SUMMARY-LINE.
           IF TVR-ACCEPTED
               STRING "ACCEPTED " DELIMITED BY SIZE
                   WS-STG-FILENAME (WS-STG-IDX) DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
           ELSE
               STRING "FAILED   " DELIMITED BY SIZE
                   WS-STG-FILENAME (WS-STG-IDX) DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
           END-IF.
           WRITE SUMMARY-LINE.

       700-WRITE-FINDING.
      *    SUMMARY-LINE is built by the caller.
           ADD 1 TO WS-FINDINGS-COUNT.
      *        No input means nothing to pre-flight; a vacuous pass
      *        would release the LOAD against a mistyped DD, the
      *        same trap CCRECON guards against.
               IF WS-STAGED-AUDIT
      *            The staged tables may not go live for days; the
      *            rectype check is only worth having when tonight's
      *            file is there to run it against.
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "NOTE: TRANFILE ABSENT, RECTYPE CHECK "
                       "SKIPPED" DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   WRITE SUMMARY-LINE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "TRANFILE OPEN FAILED, STATUS="
                   WS-TRAN-FILE-STATUS
               MOVE SPACES TO SUMMARY-LINE
