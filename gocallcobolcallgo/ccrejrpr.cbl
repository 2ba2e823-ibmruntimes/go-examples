      * RESUBMIT file so it can be fed back through the     *
      * front end.  RESUBMIT carries the CCTRHDR header     *
      * and trailer the pre-edit pass now demands: a fresh  *
      * file id of RS + the run timestamp, the current      *
      * business date from BUSDATE (CCBUSDT), creating      *
      * system CCREJRPR, and the repaired-record count in   *
      * the trailer.  The machine date stands in only when  *
      * there is no BUSDATE at all.                         *
      * Every repair is audited to RPRAUDIT                 *
      * with the before and after record images; records    *
      * no rule can fix land in REJHELD with a count in     *
      * exactly as in SUBPROG's 036-VALIDATE-TRAN-RECORD.   *
      *                                                     *
      * RETURN-CODE 16 when REJFILE or an output cannot be  *
      * opened or BUSDATE cannot be read; 4 when any record *
      * was held for a human.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPAIR-REPORT-FILE ASSIGN TO 'RPRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
       01  AUDIT-LINE                  PIC X(132).
       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-REJECT-RECORD          PIC X(141).
       FD  REPAIR-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       WORKING-STORAGE SECTION.
       01  WS-REJECT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-RULES-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-HELD-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-EDIT-REJECT-SWITCH      PIC X  VALUE 'N'.
       01  WS-REJECT-REASON-CODE      PIC X(4) VALUE SPACES.
       01  WS-BEFORE-IMAGE            PIC X(110).
       01  WS-RUN-TIMESTAMP           PIC X(21).
       01  WS-BUSINESS-DATE           PIC X(8)  VALUE SPACES.
       01  WS-ABORT-SWITCH            PIC X  VALUE 'N'.
           88 WS-RUN-ABORTED                VALUE 'Y'.
       COPY CCTRHDR.
       01  WS-EDIT-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-EDIT-CHAR-HITS          PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 015-LOAD-BUSINESS-DATE.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 010-LOAD-RULE-TABLE.
           PERFORM 020-LOAD-DISPATCH-TABLE.

           STRING "RS" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO TRH-FILE-ID.
           MOVE WS-BUSINESS-DATE TO TRH-BUSINESS-DATE.
           MOVE 'CCREJRPR' TO TRH-CREATING-SYSTEM.
           MOVE TRAN-HEADER-RECORD TO TRAN-RECORD.
           WRITE TRAN-RECORD.
           MOVE TRAN-TRAILER-RECORD TO TRAN-RECORD.
           WRITE TRAN-RECORD.

       015-LOAD-BUSINESS-DATE.
      *    SUBPROG refuses a header dated other than the open
      *    business date, so the resubmit file is stamped from
      *    BUSDATE, not the clock - a run after midnight or before
      *    CCDAYROL has rolled would otherwise need RERUN.  Only a
      *    missing BUSDATE lets the machine date stand in; one that
      *    is there but unreadable stops the run.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = '35'
               DISPLAY "NO BUSDATE CONTROL RECORD, MACHINE DATE "
                   WS-BUSINESS-DATE " USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "BUSDATE OPEN FAILED, STATUS="
                   WS-BUSDATE-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-CURRENT-DATE IS NUMERIC
               MOVE BDT-CURRENT-DATE TO WS-BUSINESS-DATE
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
           ELSE
               DISPLAY "BUSDATE CONTROL RECORD NOT USABLE, ABORTING"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       010-LOAD-RULE-TABLE.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-FILE-STATUS = '00'
