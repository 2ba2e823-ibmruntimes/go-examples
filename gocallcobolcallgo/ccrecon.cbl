      * the day's TRANFILE, the journal files written by    *
      * every SUBPROG instance, and WORKQFILE agree:        *
      *   - transactions with no journal entry              *
      *     (records SUBPROG diverted to REJFILE or left on *
      *     HELDTRAN never journal; they are taken out of   *
      *     the count and reported on DIVERTED and HELD     *
      *     lines that do not unbalance the sets)           *
      *   - transactions journaled more than once (double-  *
      *     processed by two instances)                     *
      *   - WQ-DONE records with no matching journal line   *
      * sets do not balance so the scheduler can hold        *
      * downstream jobs.                                     *
      *                                                      *
      * The business date, and the day the aging line counts *
      * from, is the current date on BUSDATE (CCBUSDT); the  *
      * run signs it off on SIGNOFF (CCSIGNF) for CCDAYROL.  *
      *                                                      *
      * Arguments:                                           *
      *   1 - journal date filter YYYYMMDD, BUSDATE for the  *
      *       current business date (the default), PRIOR     *
      *       for the one before it, or '*' to count every   *
      *       journal line regardless of date                *
      *   2..9 - instance ids; JRNLFILE.<id> is read for     *
      *       each in addition to the shared JRNLFILE        *
      *****************************************************
           SELECT RECON-REPORT-FILE ASSIGN TO 'RECONRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'SIGNOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT HELD-TRAN-FILE ASSIGN TO 'HELDTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDTRAN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       COPY CCSIGNF.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY CCREJCT.
       FD  HELD-TRAN-FILE
           RECORDING MODE IS F.
       01  HELD-TRAN-RECORD.
           05 HTR-ASTRING-NAME        PIC X(5).
           05 FILLER                  PIC X(105).
       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-WORKQ-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-RECON-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SIGNOFF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REJECT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-HELDTRAN-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-BALANCED-SWITCH         PIC X  VALUE 'Y'.
       01  WS-DATE-FILTER             PIC X(8)  VALUE '*'.
       01  WS-ARG-NUMBER              PIC 9(2)  VALUE 0.
       01  WS-ARG-VALUE               PIC X(8)  VALUE SPACES.
       01  WS-BUSINESS-DATE           PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-BUSINESS-DATE     PIC X(8)  VALUE SPACES.
       01  WS-LINE-BUSINESS-DATE      PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIMESTAMP           PIC X(21).
       01  WS-TRAN-FILE-BUSINESS-DATE PIC X(8)  VALUE SPACES.
       01  WS-HELD-FILE-SWITCH        PIC X  VALUE 'Y'.
           88 WS-HELD-FILE-USABLE           VALUE 'Y'.
       COPY CCTRHDR.

       01  WS-TRAN-TOTAL              PIC 9(8) VALUE 0.
       01  WS-JRNL-TOTAL              PIC 9(8) VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(8) VALUE 0.
       01  WS-DOUBLE-COUNT            PIC 9(8) VALUE 0.
       01  WS-ORPHAN-WQ-COUNT         PIC 9(8) VALUE 0.
       01  WS-DIVERTED-TOTAL          PIC 9(8) VALUE 0.
       01  WS-HELD-TOTAL              PIC 9(8) VALUE 0.
       01  WS-EXPECTED-JRNL-COUNT     PIC 9(8) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC 9(8).
       01  WS-COUNT-DISPLAY-2         PIC 9(8).

               10 WS-NT-NAME          PIC X(5).
               10 WS-NT-TRAN-COUNT    PIC 9(8) COMP.
               10 WS-NT-JRNL-COUNT    PIC 9(8) COMP.
               10 WS-NT-DIVERTED-COUNT PIC 9(8) COMP.
               10 WS-NT-HELD-COUNT    PIC 9(8) COMP.
       01  WS-LOOKUP-NAME             PIC X(5).
       01  WS-NAME-FOUND-SWITCH       PIC X VALUE 'N'.
           88 WS-NAME-FOUND                 VALUE 'Y'.
       01  WS-TODAY-INTEGER           PIC S9(9) COMP VALUE 0.
       01  WS-BDATE-INTEGER           PIC S9(9) COMP VALUE 0.
       01  WS-DATE-NUMERIC            PIC 9(8) VALUE 0.
       01  WS-AGED-PENDING-COUNT      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 015-LOAD-BUSINESS-DATE.
           PERFORM 010-LOAD-ARGUMENTS.
           PERFORM 020-READ-TRANFILE.
           IF WS-RUN-ABORTED
               PERFORM 900-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 022-READ-REJFILE.
           PERFORM 024-READ-HELDTRAN.
           PERFORM 030-READ-ALL-JOURNALS.
           OPEN OUTPUT RECON-REPORT-FILE.
           IF WS-RECON-FILE-STATUS NOT = '00'
               DISPLAY "RECONRPT OPEN FAILED, STATUS="
                   WS-RECON-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 900-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 100-WRITE-REPORT-HEADER.
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 900-WRITE-SIGNOFF.
           GOBACK.

       010-LOAD-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE = SPACES OR WS-ARG-VALUE = 'BUSDATE'
               MOVE WS-BUSINESS-DATE TO WS-DATE-FILTER
           ELSE
               IF WS-ARG-VALUE = 'PRIOR'
                   MOVE WS-PRIOR-BUSINESS-DATE TO WS-DATE-FILTER
               ELSE
                   MOVE WS-ARG-VALUE TO WS-DATE-FILTER
               END-IF
           END-IF.
           IF WS-DATE-FILTER = '*'
               DISPLAY "RECONCILING ALL JOURNAL DATES"
               DISPLAY "RECONCILING JOURNAL DATE " WS-DATE-FILTER
           END-IF.

       015-LOAD-BUSINESS-DATE.
      *    Without a usable BUSDATE the machine date is the business
      *    date and the calendar day before it the prior date.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-BUSINESS-DATE.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-DATE-NUMERIC.
           COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) - 1).
           MOVE WS-DATE-NUMERIC TO WS-PRIOR-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "NO BUSDATE CONTROL RECORD, MACHINE DATE "
                   WS-BUSINESS-DATE " USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-CURRENT-DATE IS NUMERIC
               MOVE BDT-CURRENT-DATE TO WS-BUSINESS-DATE
               MOVE BDT-PRIOR-DATE TO WS-PRIOR-BUSINESS-DATE
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                   " STATUS " BDT-STATUS
           ELSE
               DISPLAY "BUSDATE CONTROL RECORD NOT USABLE, MACHINE "
                   "DATE " WS-BUSINESS-DATE " USED AS BUSINESS DATE"
           END-IF.

       020-READ-TRANFILE.
      *    No transactions means nothing to reconcile against, and a
      *    vacuous "in balance" would release downstream jobs on a
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TRAN-ASTRING-NAME = '*HDR*'
                           MOVE TRAN-RECORD TO TRAN-HEADER-RECORD
                           MOVE TRH-BUSINESS-DATE
                               TO WS-TRAN-FILE-BUSINESS-DATE
                       END-IF
      *                Header/trailer control records (CCTRHDR) are
      *                not transactions and never journal.
                       IF TRAN-ASTRING-NAME NOT = '*HDR*'
           END-PERFORM.
           CLOSE TRAN-FILE.

       022-READ-REJFILE.
      *    Records SUBPROG's edit pass diverted to REJFILE (DUPL,
      *    NUNK, NBLK, NCLS, NRTY and the format rejects) never
      *    reach a journal.  Each is charged to its name so it is
      *    not reported missing; a reject for a name this TRANFILE
      *    does not carry, or beyond the name's transaction count,
      *    belongs to some other file and is not counted.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = '00'
               DISPLAY "REJFILE NOT AVAILABLE, STATUS="
                   WS-REJECT-FILE-STATUS ", NO DIVERTED RECORDS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ REJECT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE REJ-RECORD-IMAGE (1:5) TO WS-LOOKUP-NAME
                       PERFORM 210-FIND-NAME
                       IF WS-NAME-FOUND
                           IF WS-NT-TRAN-COUNT (WS-NAME-IDX) >
                               WS-NT-DIVERTED-COUNT (WS-NAME-IDX) +
                               WS-NT-HELD-COUNT (WS-NAME-IDX)
                               ADD 1 TO WS-DIVERTED-TOTAL
                               ADD 1 TO
                                   WS-NT-DIVERTED-COUNT (WS-NAME-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

       024-READ-HELDTRAN.
      *    Records still held behind an open breaker when SUBPROG
      *    ended are on HELDTRAN to be run once the callback is
      *    back, and have not journaled yet.  HELDTRAN's header
      *    carries the business date of the file the records came
      *    from; one left over from another date's TRANFILE is not
      *    counted.
           OPEN INPUT HELD-TRAN-FILE.
           IF WS-HELDTRAN-FILE-STATUS NOT = '00'
               DISPLAY "HELDTRAN NOT AVAILABLE, STATUS="
                   WS-HELDTRAN-FILE-STATUS ", NO HELD RECORDS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HELD-FILE-SWITCH.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
                      OR NOT WS-HELD-FILE-USABLE
               READ HELD-TRAN-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HTR-ASTRING-NAME = '*HDR*'
                           MOVE HELD-TRAN-RECORD TO TRAN-HEADER-RECORD
                           IF WS-TRAN-FILE-BUSINESS-DATE NOT = SPACES
                               AND TRH-BUSINESS-DATE NOT =
                                   WS-TRAN-FILE-BUSINESS-DATE
                               DISPLAY "HELDTRAN IS FOR BUSINESS DATE "
                                   TRH-BUSINESS-DATE ", TRANFILE FOR "
                                   WS-TRAN-FILE-BUSINESS-DATE
                                   ", NOT COUNTED"
                               MOVE 'N' TO WS-HELD-FILE-SWITCH
                           END-IF
                       ELSE
                           IF HTR-ASTRING-NAME NOT = '*TRL*'
                               PERFORM 026-NOTE-HELD-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-TRAN-FILE.

       026-NOTE-HELD-RECORD.
           MOVE HTR-ASTRING-NAME TO WS-LOOKUP-NAME.
           PERFORM 210-FIND-NAME.
           IF NOT WS-NAME-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-NT-TRAN-COUNT (WS-NAME-IDX) >
               WS-NT-DIVERTED-COUNT (WS-NAME-IDX) +
               WS-NT-HELD-COUNT (WS-NAME-IDX)
               ADD 1 TO WS-HELD-TOTAL
               ADD 1 TO WS-NT-HELD-COUNT (WS-NAME-IDX)
           END-IF.

       030-READ-ALL-JOURNALS.
      *    The shared JRNLFILE first, then JRNLFILE.<id> for each
      *    instance id passed as an argument.
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
      *                A line journaled before the business date was
      *                carried counts for the day of its timestamp.
                       IF JRNL-BUSINESS-DATE IS NUMERIC
                           MOVE JRNL-BUSINESS-DATE
                               TO WS-LINE-BUSINESS-DATE
                       ELSE
                           MOVE JRNL-TIMESTAMP (1:8)
                               TO WS-LINE-BUSINESS-DATE
                       END-IF
                       IF WS-DATE-FILTER = '*'
                           OR WS-LINE-BUSINESS-DATE = WS-DATE-FILTER
                           ADD 1 TO WS-JRNL-TOTAL
                           MOVE JRNL-ASTRING-NAME TO WS-LOOKUP-NAME
                           PERFORM 200-FIND-OR-ADD-NAME
                   ", SKIPPING WORK-QUEUE CHECKS"
               EXIT PARAGRAPH
           END-IF.
      *    Aged against the business date, not the machine date,
      *    so a night running past midnight ages nothing early.
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUMERIC.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
           MOVE 'N' TO WS-EOF-SWITCH.
       055-TALLY-WQ-BUSINESS-DATE.
           IF WQ-BUSINESS-DATE IS NUMERIC
               MOVE WQ-BUSINESS-DATE TO WS-BUCKET-DATE
               IF WQ-PENDING OR WQ-HELD
                   MOVE WQ-BUSINESS-DATE TO WS-DATE-NUMERIC
                   COMPUTE WS-BDATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
               MOVE 0 TO WS-BD-PENDING (WS-BD-IDX)
               MOVE 0 TO WS-BD-DONE (WS-BD-IDX)
           END-IF.
           IF WQ-PENDING OR WQ-HELD
               ADD 1 TO WS-BD-PENDING (WS-BD-IDX)
           ELSE
               IF WQ-DONE
           END-IF.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
      *        Diverted and held records are reported but are not
      *        expected to journal; the rest must journal once each.
               COMPUTE WS-EXPECTED-JRNL-COUNT =
                   WS-NT-TRAN-COUNT (WS-NAME-IDX)
                   - WS-NT-DIVERTED-COUNT (WS-NAME-IDX)
                   - WS-NT-HELD-COUNT (WS-NAME-IDX)
               IF WS-NT-DIVERTED-COUNT (WS-NAME-IDX) > 0
                   MOVE WS-NT-DIVERTED-COUNT (WS-NAME-IDX)
                       TO WS-COUNT-DISPLAY
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "DIVERTED TO REJFILE: NAME "
                       DELIMITED BY SIZE
                       WS-NT-NAME (WS-NAME-IDX) DELIMITED BY SIZE
                       " RECORDS " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
                   WRITE SUMMARY-LINE
               END-IF
               IF WS-NT-HELD-COUNT (WS-NAME-IDX) > 0
                   MOVE WS-NT-HELD-COUNT (WS-NAME-IDX)
                       TO WS-COUNT-DISPLAY
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "HELD ON HELDTRAN: NAME "
                       DELIMITED BY SIZE
                       WS-NT-NAME (WS-NAME-IDX) DELIMITED BY SIZE
                       " RECORDS " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   END-STRING
                   WRITE SUMMARY-LINE
               END-IF
      *        A name journaled fewer times than it was transacted
      *        is missing journal lines even when some exist -
      *        repeated account keys are the normal case, so the
      *        test is a shortfall, not only count-zero.
               IF WS-EXPECTED-JRNL-COUNT > 0
                   AND WS-NT-JRNL-COUNT (WS-NAME-IDX) <
                       WS-EXPECTED-JRNL-COUNT
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE 'N' TO WS-BALANCED-SWITCH
                   MOVE WS-EXPECTED-JRNL-COUNT
                       TO WS-COUNT-DISPLAY
                   MOVE WS-NT-JRNL-COUNT (WS-NAME-IDX)
                       TO WS-COUNT-DISPLAY-2
                   STRING "MISSING JOURNAL LINES: NAME "
                       DELIMITED BY SIZE
                       WS-NT-NAME (WS-NAME-IDX) DELIMITED BY SIZE
                       " EXPECTED " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " JRNL " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                   WRITE SUMMARY-LINE
               END-IF
               IF WS-NT-JRNL-COUNT (WS-NAME-IDX) >
                   WS-EXPECTED-JRNL-COUNT
                   AND WS-NT-TRAN-COUNT (WS-NAME-IDX) > 0
                   ADD 1 TO WS-DOUBLE-COUNT
                   MOVE 'N' TO WS-BALANCED-SWITCH
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "RECORDS DIVERTED:         " DELIMITED BY SIZE
               WS-DIVERTED-TOTAL DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "RECORDS HELD:             " DELIMITED BY SIZE
               WS-HELD-TOTAL DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "WQ-DONE RECORDS:          " DELIMITED BY SIZE
               WS-WQ-DONE-TOTAL DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           MOVE WS-LOOKUP-NAME TO WS-NT-NAME (WS-NAME-IDX).
           MOVE 0 TO WS-NT-TRAN-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-JRNL-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-DIVERTED-COUNT (WS-NAME-IDX).
           MOVE 0 TO WS-NT-HELD-COUNT (WS-NAME-IDX).
           SET WS-NAME-FOUND TO TRUE.

       210-FIND-NAME.
                   SET WS-NAME-IDX UP BY 1
               END-IF
           END-PERFORM.

       900-WRITE-SIGNOFF.
      *    Signs the reconciled date off for CCDAYROL with the
      *    return code the run is ending on; an all-dates run signs
      *    off the business date.  A failure to append leaves the
      *    return code alone.
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
           IF WS-DATE-FILTER IS NUMERIC
               MOVE WS-DATE-FILTER TO SGN-BUSINESS-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO SGN-BUSINESS-DATE
           END-IF.
           MOVE 'CCRECON' TO SGN-STEP-NAME.
           MOVE RETURN-CODE TO SGN-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:14) TO SGN-TIMESTAMP.
           WRITE SIGNOFF-RECORD.
           CLOSE SIGNOFF-FILE.
       END PROGRAM 'CCRECON'.
