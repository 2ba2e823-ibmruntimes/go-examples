       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCNAMMNT.
      *****************************************************
      * CCNAMMNT - ASTRING name reference maintenance.      *
      * NAMEREF (CCNAMRF) says which names SUBPROG may call  *
      * and post; this is the only program that changes it.  *
      * Driven by the batch transaction file NAMETRAN        *
      * (CCNAMTRN), it ADDs a name, CHANGEs an entry's       *
      * status, dates, owning system or allowed RECTYPEs,    *
      * or CLOSEs a name that is retired.  Every change      *
      * writes the before and after record images to the     *
      * NAMAUDIT audit file, and a summary of applied and    *
      * rejected transactions goes to NAMRPT.  NAMEREF is    *
      * created on the first run.                            *
      *                                                      *
      * Dates default to the open business date on BUSDATE,  *
      * or the machine date without one.                     *
      *                                                      *
      * RETURN-CODE 8 when any transaction was rejected,     *
      * 16 when NAMEREF, the transaction file, or the audit  *
      * file cannot be opened.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-TRANS-FILE ASSIGN TO 'NAMETRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT NAME-REFERENCE-FILE ASSIGN TO 'NAMEREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NRF-ASTRING-NAME
               FILE STATUS IS WS-NAMEREF-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'NAMAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'NAMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-TRANS-FILE
           RECORDING MODE IS F.
       COPY CCNAMTRN.
       FD  NAME-REFERENCE-FILE.
       COPY CCNAMRF.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY CCNAMAUD.
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-NAMEREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-REJECT-SWITCH           PIC X  VALUE 'N'.
           88 WS-TRANS-REJECTED             VALUE 'Y'.
       01  WS-NOT-FOUND-SWITCH        PIC X  VALUE 'N'.
           88 WS-KEY-NOT-FOUND              VALUE 'Y'.
       01  WS-REOPEN-SWITCH           PIC X  VALUE 'N'.
           88 WS-REOPENING-NAME             VALUE 'Y'.

      *    The entry as read, kept for the BEFORE audit image while
      *    the transaction's fields are applied to the record area.
       01  WS-SAVED-REFERENCE-RECORD  PIC X(100) VALUE SPACES.
       01  WS-AUDIT-IMAGE             PIC X(100) VALUE SPACES.

       01  WS-EDIT-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-EDIT-CHAR-HITS          PIC S9(4) COMP VALUE 0.
       01  WS-ALLOWED-NAME-CHARS      PIC X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.

       01  WS-RUN-TIMESTAMP           PIC X(21).
       01  WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
       01  WS-CHANGED-BY              PIC X(8) VALUE SPACES.

       01  WS-TRANS-READ              PIC 9(8) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(8) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(8) VALUE 0.
       01  WS-REJECT-TEXT             PIC X(30) VALUE SPACES.
       01  WS-AUDIT-TAG               PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM 015-LOAD-BUSINESS-DATE.

           OPEN INPUT NAME-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY "NAMETRAN OPEN FAILED, STATUS="
                   WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Same first-use creation path as SUBPROG's master open:
      *    only "file not found" may create a fresh reference file.
           OPEN I-O NAME-REFERENCE-FILE.
           IF WS-NAMEREF-FILE-STATUS = '35'
               OPEN OUTPUT NAME-REFERENCE-FILE
               IF WS-NAMEREF-FILE-STATUS = '00'
                   CLOSE NAME-REFERENCE-FILE
                   OPEN I-O NAME-REFERENCE-FILE
               END-IF
           END-IF.
           IF WS-NAMEREF-FILE-STATUS NOT = '00'
               DISPLAY "NAMEREF OPEN FAILED, STATUS="
                   WS-NAMEREF-FILE-STATUS
               CLOSE NAME-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
      *        An unaudited change to what may be called is worse
      *        than no change; stop before touching anything.
               DISPLAY "NAMAUDIT OPEN FAILED, STATUS="
                   WS-AUDIT-FILE-STATUS ", NO CHANGES APPLIED"
               CLOSE NAME-REFERENCE-FILE
               CLOSE NAME-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "NAMRPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS
               CLOSE AUDIT-FILE
               CLOSE NAME-REFERENCE-FILE
               CLOSE NAME-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCNAMMNT NAME REFERENCE MAINTENANCE, "
               DELIMITED BY SIZE
               "BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           PERFORM UNTIL WS-END-OF-FILE
               READ NAME-TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 100-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE MAINT-REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE NAME-REFERENCE-FILE.
           CLOSE NAME-TRANS-FILE.
           IF WS-REJECTED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       015-LOAD-BUSINESS-DATE.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "NO BUSDATE CONTROL RECORD, DATES DEFAULT TO "
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

       100-APPLY-ONE-TRANSACTION.
           MOVE 'N' TO WS-REJECT-SWITCH.
           MOVE SPACES TO WS-REJECT-TEXT.
           PERFORM 130-EDIT-TRANSACTION.
           IF NOT WS-TRANS-REJECTED
               IF NTX-ACTION-ADD
                   PERFORM 200-APPLY-ADD
               ELSE
                   IF NTX-ACTION-CHANGE
                       PERFORM 300-APPLY-CHANGE
                   ELSE
                       IF NTX-ACTION-CLOSE
                           PERFORM 400-APPLY-CLOSE
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
                   NTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NTX-NAME DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "APPLIED  " DELIMITED BY SIZE
                   NTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NTX-NAME DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   NRF-STATUS DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   NRF-EFFECTIVE-DATE DELIMITED BY SIZE
                   " EXPIRY " DELIMITED BY SIZE
                   NRF-EXPIRY-DATE DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.

       110-READ-REFERENCE-BY-NAME.
      *    Leaves WS-KEY-NOT-FOUND set when the key in
      *    NRF-ASTRING-NAME is not on file.
           MOVE 'N' TO WS-NOT-FOUND-SWITCH.
           READ NAME-REFERENCE-FILE
               INVALID KEY
                   SET WS-KEY-NOT-FOUND TO TRUE
           END-READ.

       120-WRITE-AUDIT-IMAGE.
      *    WS-AUDIT-TAG (BEFORE, AFTER) and WS-AUDIT-IMAGE are set
      *    by the caller just before the PERFORM.
           MOVE SPACES TO NAME-AUDIT-LINE.
           STRING WS-AUDIT-TAG DELIMITED BY SIZE
               NTX-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-IMAGE DELIMITED BY SIZE
               INTO NAME-AUDIT-LINE.
           WRITE NAME-AUDIT-LINE.

       130-EDIT-TRANSACTION.
      *    Field edits common to every action, made before NAMEREF
      *    is read: the name must be one SUBPROG's own edits would
      *    pass, and any date given must be a date.
           IF NTX-NAME = SPACES
               MOVE 'NAME MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-EDIT-SUB FROM 1 BY 1
                   UNTIL WS-EDIT-SUB > 5
               IF NTX-NAME (WS-EDIT-SUB:1) NOT = SPACE
                   MOVE 0 TO WS-EDIT-CHAR-HITS
                   INSPECT WS-ALLOWED-NAME-CHARS
                       TALLYING WS-EDIT-CHAR-HITS FOR ALL
                       NTX-NAME (WS-EDIT-SUB:1)
                   IF WS-EDIT-CHAR-HITS = 0
                       MOVE 'BAD NAME CHARACTER' TO WS-REJECT-TEXT
                       SET WS-TRANS-REJECTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF NTX-STATUS NOT = SPACE
               AND NTX-STATUS NOT = 'A'
               AND NTX-STATUS NOT = 'B'
               MOVE 'STATUS MUST BE A OR B' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NTX-EFFECTIVE-DATE NOT = SPACES
               AND NTX-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NTX-EXPIRY-DATE NOT = SPACES
               AND NTX-EXPIRY-DATE NOT = '*'
               AND NTX-EXPIRY-DATE IS NOT NUMERIC
               MOVE 'BAD EXPIRY DATE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NTX-CHANGED-BY = SPACES
               MOVE 'CCNAMMNT' TO WS-CHANGED-BY
           ELSE
               MOVE NTX-CHANGED-BY TO WS-CHANGED-BY
           END-IF.

       140-APPLY-FIELD-CHANGES.
      *    Lays the transaction's non-blank fields over the entry in
      *    the record area; '*' clears the expiry date or the
      *    allowed list back to no limit.  An entry left expiring
      *    before it takes effect is rejected, not written.
           IF NTX-STATUS NOT = SPACE
               MOVE NTX-STATUS TO NRF-STATUS
           END-IF.
           IF NTX-EFFECTIVE-DATE NOT = SPACES
               MOVE NTX-EFFECTIVE-DATE TO NRF-EFFECTIVE-DATE
           END-IF.
           IF NTX-EXPIRY-DATE = '*'
               MOVE SPACES TO NRF-EXPIRY-DATE
           ELSE
               IF NTX-EXPIRY-DATE NOT = SPACES
                   MOVE NTX-EXPIRY-DATE TO NRF-EXPIRY-DATE
               END-IF
           END-IF.
           IF NTX-OWNING-SYSTEM NOT = SPACES
               MOVE NTX-OWNING-SYSTEM TO NRF-OWNING-SYSTEM
           END-IF.
           IF NTX-ALLOWED-RECTYPES = '*'
               MOVE SPACES TO NRF-ALLOWED-RECTYPES
           ELSE
               IF NTX-ALLOWED-RECTYPES NOT = SPACES
                   MOVE NTX-ALLOWED-RECTYPES TO NRF-ALLOWED-RECTYPES
               END-IF
           END-IF.
           MOVE WS-RUN-TIMESTAMP (1:14) TO NRF-CHANGED-TIMESTAMP.
           MOVE WS-CHANGED-BY TO NRF-CHANGED-BY.
           IF NRF-EFFECTIVE-DATE NOT = SPACES
               AND NRF-EXPIRY-DATE NOT = SPACES
               AND NRF-EXPIRY-DATE < NRF-EFFECTIVE-DATE
               MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.

       200-APPLY-ADD.
           MOVE NTX-NAME TO NRF-ASTRING-NAME.
           PERFORM 110-READ-REFERENCE-BY-NAME.
           IF NOT WS-KEY-NOT-FOUND
               MOVE 'ALREADY ON FILE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO NAME-REFERENCE-RECORD.
           MOVE NTX-NAME TO NRF-ASTRING-NAME.
           SET NRF-ACTIVE TO TRUE.
           MOVE WS-BUSINESS-DATE TO NRF-EFFECTIVE-DATE.
           PERFORM 140-APPLY-FIELD-CHANGES.
           IF WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           WRITE NAME-REFERENCE-RECORD.
           IF WS-NAMEREF-FILE-STATUS NOT = '00'
               DISPLAY "ADD WRITE FAILED FOR " NTX-NAME
                   ", STATUS=" WS-NAMEREF-FILE-STATUS
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'WRITE FAILED' TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AFTER' TO WS-AUDIT-TAG.
           MOVE NAME-REFERENCE-RECORD TO WS-AUDIT-IMAGE.
           PERFORM 120-WRITE-AUDIT-IMAGE.

       300-APPLY-CHANGE.
           IF NTX-STATUS = SPACE
               AND NTX-EFFECTIVE-DATE = SPACES
               AND NTX-EXPIRY-DATE = SPACES
               AND NTX-OWNING-SYSTEM = SPACES
               AND NTX-ALLOWED-RECTYPES = SPACES
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE NTX-NAME TO NRF-ASTRING-NAME.
           PERFORM 110-READ-REFERENCE-BY-NAME.
           IF WS-KEY-NOT-FOUND
               MOVE 'NOT ON FILE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE NAME-REFERENCE-RECORD TO WS-SAVED-REFERENCE-RECORD.
           MOVE 'N' TO WS-REOPEN-SWITCH.
           IF NRF-CLOSED
               AND NTX-STATUS NOT = SPACE
               SET WS-REOPENING-NAME TO TRUE
           END-IF.
      *    The expiry date CLOSE set would go on rejecting the name
      *    NCLS after it is reopened, so a reopen that gives no
      *    expiry date of its own clears it.
           IF WS-REOPENING-NAME
               AND NTX-EXPIRY-DATE = SPACES
               MOVE SPACES TO NRF-EXPIRY-DATE
           END-IF.
           PERFORM 140-APPLY-FIELD-CHANGES.
           IF WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'BEFORE' TO WS-AUDIT-TAG.
           MOVE WS-SAVED-REFERENCE-RECORD TO WS-AUDIT-IMAGE.
           PERFORM 120-WRITE-AUDIT-IMAGE.
           REWRITE NAME-REFERENCE-RECORD.
           IF WS-NAMEREF-FILE-STATUS NOT = '00'
               DISPLAY "CHANGE REWRITE FAILED FOR " NTX-NAME
                   ", STATUS=" WS-NAMEREF-FILE-STATUS
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AFTER' TO WS-AUDIT-TAG.
           MOVE NAME-REFERENCE-RECORD TO WS-AUDIT-IMAGE.
           PERFORM 120-WRITE-AUDIT-IMAGE.

       400-APPLY-CLOSE.
      *    A closed name stays on file so its history and the
      *    reason its records now reject NCLS are still there to
      *    read.  CHANGE with status A (or B) reopens it; the
      *    expiry date set here is cleared then unless the CHANGE
      *    gives a new one.
           MOVE NTX-NAME TO NRF-ASTRING-NAME.
           PERFORM 110-READ-REFERENCE-BY-NAME.
           IF WS-KEY-NOT-FOUND
               MOVE 'NOT ON FILE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NRF-CLOSED
               MOVE 'ALREADY CLOSED' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE NAME-REFERENCE-RECORD TO WS-SAVED-REFERENCE-RECORD.
           SET NRF-CLOSED TO TRUE.
           IF NTX-EXPIRY-DATE IS NUMERIC
               MOVE NTX-EXPIRY-DATE TO NRF-EXPIRY-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO NRF-EXPIRY-DATE
           END-IF.
           MOVE WS-RUN-TIMESTAMP (1:14) TO NRF-CHANGED-TIMESTAMP.
           MOVE WS-CHANGED-BY TO NRF-CHANGED-BY.
           MOVE 'BEFORE' TO WS-AUDIT-TAG.
           MOVE WS-SAVED-REFERENCE-RECORD TO WS-AUDIT-IMAGE.
           PERFORM 120-WRITE-AUDIT-IMAGE.
           REWRITE NAME-REFERENCE-RECORD.
           IF WS-NAMEREF-FILE-STATUS NOT = '00'
               DISPLAY "CLOSE REWRITE FAILED FOR " NTX-NAME
                   ", STATUS=" WS-NAMEREF-FILE-STATUS
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AFTER' TO WS-AUDIT-TAG.
           MOVE NAME-REFERENCE-RECORD TO WS-AUDIT-IMAGE.
           PERFORM 120-WRITE-AUDIT-IMAGE.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "TRANSACTIONS READ:   " DELIMITED BY SIZE
               WS-TRANS-READ DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "APPLIED:             " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "REJECTED:            " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       END PROGRAM 'CCNAMMNT'.
