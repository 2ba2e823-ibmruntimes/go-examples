       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCASMNT.
      *****************************************************
      * CCCASMNT - exception case maintenance.  SUBPROG     *
      * opens, updates and auto-resolves the cases on        *
      * EXCCASE (CCEXCAS); this is how an analyst works      *
      * them.  Driven by the batch transaction file          *
      * CASETRAN (CCCASTRN), it ASSIGNs an open case to      *
      * someone, replaces a case's NOTE, or CLOSEs an open   *
      * case by hand.  Every change writes the before and    *
      * after case images to the CASAUDIT audit file, and a  *
      * summary of applied and rejected transactions goes    *
      * to CASRPT.                                           *
      *                                                      *
      * A transaction naming a case not on file is rejected  *
      * and reported NOT ON FILE, the same way CCMSTMNT      *
      * reports a missing master key.                        *
      *                                                      *
      * RETURN-CODE 8 when any transaction was rejected,     *
      * 16 when EXCCASE, the transaction file, or the audit  *
      * file cannot be opened.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-TRANS-FILE ASSIGN TO 'CASETRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT EXCEPTION-CASE-FILE ASSIGN TO 'EXCCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-EXCCASE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'CASAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'CASRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-TRANS-FILE
           RECORDING MODE IS F.
       COPY CCCASTRN.
       FD  EXCEPTION-CASE-FILE.
       COPY CCEXCAS.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY CCCASAUD.
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-EXCCASE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-REJECT-SWITCH           PIC X  VALUE 'N'.
           88 WS-TRANS-REJECTED             VALUE 'Y'.
       01  WS-NOT-FOUND-SWITCH        PIC X  VALUE 'N'.
           88 WS-KEY-NOT-FOUND              VALUE 'Y'.

      *    The case as read, kept for the BEFORE audit image while
      *    the transaction is applied to the record area.
       01  WS-SAVED-CASE-RECORD       PIC X(220) VALUE SPACES.
       01  WS-AUDIT-IMAGE             PIC X(220) VALUE SPACES.

       01  WS-RUN-TIMESTAMP           PIC X(21).
       01  WS-TRANS-READ              PIC 9(8) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(8) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(8) VALUE 0.
       01  WS-REJECT-TEXT             PIC X(30) VALUE SPACES.
       01  WS-AUDIT-TAG               PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

           OPEN INPUT CASE-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY "CASETRAN OPEN FAILED, STATUS="
                   WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O EXCEPTION-CASE-FILE.
           IF WS-EXCCASE-FILE-STATUS NOT = '00'
               DISPLAY "EXCCASE OPEN FAILED, STATUS="
                   WS-EXCCASE-FILE-STATUS
               CLOSE CASE-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
      *        A note overwritten without the audit line is a note
      *        lost; stop before touching anything.
               DISPLAY "CASAUDIT OPEN FAILED, STATUS="
                   WS-AUDIT-FILE-STATUS ", NO CHANGES APPLIED"
               CLOSE EXCEPTION-CASE-FILE
               CLOSE CASE-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "CASRPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS
               CLOSE AUDIT-FILE
               CLOSE EXCEPTION-CASE-FILE
               CLOSE CASE-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCCASMNT EXCEPTION CASE MAINTENANCE, RUN "
               DELIMITED BY SIZE
               WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           PERFORM UNTIL WS-END-OF-FILE
               READ CASE-TRANS-FILE
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
           CLOSE EXCEPTION-CASE-FILE.
           CLOSE CASE-TRANS-FILE.
           IF WS-REJECTED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-APPLY-ONE-TRANSACTION.
           MOVE 'N' TO WS-REJECT-SWITCH.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF CTX-ANALYST = SPACES
               MOVE 'ANALYST MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
           ELSE
               IF CTX-ACTION-ASSIGN
                   PERFORM 200-APPLY-ASSIGN
               ELSE
                   IF CTX-ACTION-NOTE
                       PERFORM 300-APPLY-NOTE
                   ELSE
                       IF CTX-ACTION-CLOSE
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
                   CTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTX-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTX-REASON DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "APPLIED  " DELIMITED BY SIZE
                   CTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTX-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTX-REASON DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   CTX-ANALYST DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.

       110-READ-CASE-BY-KEY.
      *    Leaves WS-KEY-NOT-FOUND set when the transaction's name
      *    and reason are not on file; the case is saved for the
      *    BEFORE image when it is.
           MOVE 'N' TO WS-NOT-FOUND-SWITCH.
           MOVE CTX-NAME TO CAS-ASTRING-NAME.
           MOVE CTX-REASON TO CAS-REASON.
           READ EXCEPTION-CASE-FILE
               INVALID KEY
                   SET WS-KEY-NOT-FOUND TO TRUE
           END-READ.
           IF NOT WS-KEY-NOT-FOUND
               MOVE EXCEPTION-CASE-RECORD TO WS-SAVED-CASE-RECORD
           END-IF.

       120-WRITE-AUDIT-IMAGE.
      *    WS-AUDIT-TAG (BEFORE, AFTER) and WS-AUDIT-IMAGE are set
      *    by the caller just before the PERFORM.
           MOVE SPACES TO CASE-AUDIT-LINE.
           STRING WS-AUDIT-TAG DELIMITED BY SIZE
               CTX-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-IMAGE DELIMITED BY SIZE
               INTO CASE-AUDIT-LINE.
           WRITE CASE-AUDIT-LINE.

       130-REWRITE-CASE.
      *    Common tail of every action: BEFORE image, REWRITE,
      *    AFTER image.  A failed REWRITE leaves only the BEFORE.
           MOVE 'BEFORE' TO WS-AUDIT-TAG.
           MOVE WS-SAVED-CASE-RECORD TO WS-AUDIT-IMAGE.
           PERFORM 120-WRITE-AUDIT-IMAGE.
           REWRITE EXCEPTION-CASE-RECORD.
           IF WS-EXCCASE-FILE-STATUS NOT = '00'
               DISPLAY CTX-ACTION " REWRITE FAILED FOR " CTX-NAME
                   " " CTX-REASON ", STATUS=" WS-EXCCASE-FILE-STATUS
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AFTER' TO WS-AUDIT-TAG.
           MOVE EXCEPTION-CASE-RECORD TO WS-AUDIT-IMAGE.
           PERFORM 120-WRITE-AUDIT-IMAGE.

       200-APPLY-ASSIGN.
           IF CTX-ASSIGN-TO = SPACES
               MOVE 'ASSIGNEE MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 110-READ-CASE-BY-KEY.
           IF WS-KEY-NOT-FOUND
               MOVE 'NOT ON FILE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CAS-OPEN
               MOVE 'CASE NOT OPEN' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE CTX-ASSIGN-TO TO CAS-ASSIGNED-TO.
           PERFORM 130-REWRITE-CASE.

       300-APPLY-NOTE.
      *    Notes are allowed on resolved cases too, so the reason a
      *    case was resolved can be written up after the fact.
           IF CTX-NOTE = SPACES
               MOVE 'NOTE MISSING' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 110-READ-CASE-BY-KEY.
           IF WS-KEY-NOT-FOUND
               MOVE 'NOT ON FILE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE CTX-NOTE TO CAS-NOTE.
           MOVE CTX-ANALYST TO CAS-NOTE-BY.
           PERFORM 130-REWRITE-CASE.

       400-APPLY-CLOSE.
           PERFORM 110-READ-CASE-BY-KEY.
           IF WS-KEY-NOT-FOUND
               MOVE 'NOT ON FILE' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CAS-OPEN
               MOVE 'CASE NOT OPEN' TO WS-REJECT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET CAS-RESOLVED TO TRUE.
           MOVE WS-RUN-TIMESTAMP TO CAS-RESOLVED-TIMESTAMP.
           MOVE CTX-ANALYST TO CAS-RESOLVED-BY.
           IF CTX-NOTE NOT = SPACES
               MOVE CTX-NOTE TO CAS-NOTE
               MOVE CTX-ANALYST TO CAS-NOTE-BY
           END-IF.
           PERFORM 130-REWRITE-CASE.

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
       END PROGRAM 'CCCASMNT'.
