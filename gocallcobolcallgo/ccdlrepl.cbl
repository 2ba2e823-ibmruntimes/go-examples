      * file (and DEADLTR.<id> for each instance id given)  *
      * once the downstream cause of the failures is fixed,  *
      * re-runs the front-end edits against the current      *
      * DISPTAB and NAMEREF, then requeues the good records  *
      * into WORKQFILE as WQ-PENDING rows at the chosen      *
      * priority, appended after the highest WQ-SEQNO on     *
      * file.  Each requeue bumps the record's replay cycle  *
      * count; a record at the cycle cap, or one the current *
           SELECT REPLAY-REPORT-FILE ASSIGN TO 'DLRPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT NAME-REFERENCE-FILE ASSIGN TO 'NAMEREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NRF-ASTRING-NAME
               FILE STATUS IS WS-NAMEREF-FILE-STATUS.
           SELECT WORK-QUEUE-FILE ASSIGN TO 'WORKQFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY CCDISPT.
       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-RECORD                 PIC X(196).
       FD  REPLAY-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       FD  WORK-QUEUE-FILE.
       COPY CCWORKQ.
       FD  NAME-REFERENCE-FILE.
       COPY CCNAMRF.
       WORKING-STORAGE SECTION.
       01  WS-DEADLETTER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-DISPATCH-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-HELD-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-WORKQ-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-NAMEREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-WORKQ-EOF-SWITCH        PIC X  VALUE 'N'.
           88 WS-EDIT-REJECTED              VALUE 'Y'.
       01  WS-DISP-FOUND-SWITCH       PIC X  VALUE 'N'.
           88 WS-DISP-TARGET-FOUND          VALUE 'Y'.
       01  WS-NMRF-OPEN-SWITCH        PIC X  VALUE 'N'.
           88 WS-NMRF-OPENED                VALUE 'Y'.
       01  WS-NRF-RECTYPE-SWITCH      PIC X  VALUE 'N'.
           88 WS-NRF-RECTYPE-ALLOWED        VALUE 'Y'.

       01  WS-JOB-RETURN-CODE         PIC S9(4) COMP VALUE 0.
       01  WS-ARG-NUMBER              PIC 9(2) VALUE 0.

       01  WS-EDIT-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-EDIT-CHAR-HITS          PIC S9(4) COMP VALUE 0.
       01  WS-NRF-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-ALLOWED-NAME-CHARS      PIC X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.

       01  WS-HIGHEST-SEQNO           PIC 9(8) VALUE 0.
       01  WS-TODAY-TIMESTAMP         PIC X(21).
       01  WS-TODAY-DATE              PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
       01  WS-RECORDS-READ            PIC 9(8) VALUE 0.
       01  WS-REQUEUED-COUNT          PIC 9(8) VALUE 0.
       01  WS-FILE-REQUEUED-COUNT     PIC 9(8) VALUE 0.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.
           MOVE WS-TODAY-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           PERFORM 010-LOAD-ARGUMENTS.
           PERFORM 015-LOAD-BUSINESS-DATE.
           PERFORM 020-LOAD-DISPATCH-TABLE.
           PERFORM 030-OPEN-WORK-QUEUE.
           IF WS-JOB-RETURN-CODE NOT = 0
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 025-OPEN-NAME-REFERENCE.
           PERFORM 100-WRITE-REPORT-HEADER.

           MOVE 'DEADLTR' TO WS-DEADLETTER-FILENAME.
           CLOSE REPLAY-REPORT-FILE.
           CLOSE HELD-FILE.
           CLOSE WORK-QUEUE-FILE.
           IF WS-NMRF-OPENED
               CLOSE NAME-REFERENCE-FILE
           END-IF.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

           DISPLAY "REPLAYING AT PRIORITY " WS-REQUEUE-PRIORITY
               ", CYCLE CAP " WS-CYCLE-CAP.

       015-LOAD-BUSINESS-DATE.
      *    Requeued records join the open business date on BUSDATE;
      *    without one the machine date stands in.
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "NO BUSDATE CONTROL RECORD, REQUEUES DATED "
                   WS-BUSINESS-DATE
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
           DISPLAY "REQUEUES DATED BUSINESS DATE " WS-BUSINESS-DATE.

       020-LOAD-DISPATCH-TABLE.
           OPEN INPUT DISPATCH-FILE.
           IF WS-DISPATCH-FILE-STATUS = '00'
                       " TO DEFAULT FP"
           END-IF.

       025-OPEN-NAME-REFERENCE.
      *    Same rule as SUBPROG: no NAMEREF, no name check.
           OPEN INPUT NAME-REFERENCE-FILE.
           IF WS-NAMEREF-FILE-STATUS = '00'
               SET WS-NMRF-OPENED TO TRUE
           ELSE
               DISPLAY "NAMEREF NOT AVAILABLE, STATUS="
                   WS-NAMEREF-FILE-STATUS
                   ", NAME REFERENCE CHECKS DISABLED FOR THIS RUN"
           END-IF.

       030-OPEN-WORK-QUEUE.
      *    Same first-use creation path as SUBPROG's master open:
      *    only "file not found" may create a fresh queue; any other
       130-VALIDATE-DLQ-RECORD.
      *    The same edits 036-VALIDATE-TRAN-RECORD applies on the
      *    way in, against the control tables as they stand today:
      *    a record whose RECTYPE was retired from DISPTAB, or whose
      *    name was blocked or closed on NAMEREF, since it
      *    dead-lettered must not go back on the queue.
           MOVE 'N' TO WS-EDIT-REJECT-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
                   SET WS-EDIT-REJECTED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-EDIT-REJECTED
               PERFORM 135-CHECK-NAME-REFERENCE
           END-IF.

       135-CHECK-NAME-REFERENCE.
      *    SUBPROG's 059-CHECK-NAME-REFERENCE, as of the business
      *    date the record is requeued on.
           IF NOT WS-NMRF-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE DLQ-ASTRING-NAME TO NRF-ASTRING-NAME.
           READ NAME-REFERENCE-FILE
               INVALID KEY
                   MOVE 'NUNK' TO WS-REJECT-REASON-CODE
                   SET WS-EDIT-REJECTED TO TRUE
           END-READ.
           IF WS-EDIT-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF NRF-EFFECTIVE-DATE NOT = SPACES
               AND WS-BUSINESS-DATE < NRF-EFFECTIVE-DATE
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
                   AND WS-BUSINESS-DATE > NRF-EXPIRY-DATE)
               MOVE 'NCLS' TO WS-REJECT-REASON-CODE
               SET WS-EDIT-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NRF-ALLOWED-RECTYPES NOT = SPACES
               MOVE 'N' TO WS-NRF-RECTYPE-SWITCH
               PERFORM VARYING WS-NRF-SUB FROM 1 BY 1
                       UNTIL WS-NRF-SUB > 10
                          OR WS-NRF-RECTYPE-ALLOWED
                   IF NRF-ALLOWED-RECTYPE (WS-NRF-SUB) = DLQ-RECTYPE
                       SET WS-NRF-RECTYPE-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-NRF-RECTYPE-ALLOWED
                   MOVE 'NRTY' TO WS-REJECT-REASON-CODE
                   SET WS-EDIT-REJECTED TO TRUE
               END-IF
           END-IF.

       140-REQUEUE-RECORD.
           ADD 1 TO WS-HIGHEST-SEQNO.
               MOVE SPACES TO WQ-EXT-PAYLOAD
           END-IF.
           COMPUTE WQ-REPLAY-CYCLES = WS-CUR-CYCLES + 1.
      *    A replay joins the business day it is requeued on; its
      *    DLQ history, not the queue aging line, tells its past.
           MOVE WS-BUSINESS-DATE TO WQ-BUSINESS-DATE.
      *    The sender is still the file the record first came in on.
           MOVE DLQ-FILE-ID TO WQ-FILE-ID.
           MOVE DLQ-CREATING-SYSTEM TO WQ-CREATING-SYSTEM.
           IF DLQ-RECORD-NUMBER IS NUMERIC
               MOVE DLQ-RECORD-NUMBER TO WQ-RECORD-NUMBER
           ELSE
               MOVE 0 TO WQ-RECORD-NUMBER
           END-IF.
           WRITE WORK-QUEUE-RECORD.
           IF WS-WORKQ-FILE-STATUS = '00'
               MOVE 'REQUEUED' TO WS-DISPOSITION
