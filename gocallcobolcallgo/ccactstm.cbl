      *   1 - the 5-character name (required)                *
      *   2 - date from YYYYMMDD, or '*'                     *
      *   3 - date to   YYYYMMDD, or '*'                     *
      *       BUSDATE or PRIOR in either takes the current   *
      *       or prior business date from BUSDATE (CCBUSDT)  *
      *   4..9 - instance ids; the per-instance journal,     *
      *       exception and dead-letter files are read for   *
      *       each in addition to the shared ones            *
      * work queue carry no timestamp and always report.     *
      *                                                      *
      * RETURN-CODE 8 when the name appears nowhere at all,  *
      * 16 when no name was given, ACTSTMT cannot open, or   *
      * BUSDATE was asked for and cannot be read.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STATEMENT-FILE ASSIGN TO 'ACTSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-DEADLETTER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-WORKQ-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-STATEMENT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-SEEN-SWITCH             PIC X  VALUE 'N'.
           88 WS-NAME-SEEN-SOMEWHERE        VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X  VALUE 'N'.
           88 WS-RUN-ABORTED                VALUE 'Y'.

       01  WS-REQUEST-NAME            PIC X(5) VALUE SPACES.
       01  WS-DATE-FROM               PIC X(8) VALUE '*'.
       01  WS-DATE-TO                 PIC X(8) VALUE '*'.
       01  WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
       01  WS-PRIOR-BUSINESS-DATE     PIC X(8) VALUE SPACES.
       01  WS-ARG-NUMBER              PIC 9(2) VALUE 0.
       01  WS-ARG-VALUE               PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 010-LOAD-ARGUMENTS.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REQUEST-NAME = SPACES
               DISPLAY "A 5-CHARACTER NAME IS REQUIRED"
               MOVE 16 TO RETURN-CODE
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-DATE-TO
           END-IF.
           IF WS-DATE-FROM = 'BUSDATE' OR WS-DATE-FROM = 'PRIOR'
               OR WS-DATE-TO = 'BUSDATE' OR WS-DATE-TO = 'PRIOR'
               PERFORM 015-LOAD-BUSINESS-DATE
               IF WS-RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-FROM = 'BUSDATE'
                   MOVE WS-BUSINESS-DATE TO WS-DATE-FROM
               END-IF
               IF WS-DATE-FROM = 'PRIOR'
                   MOVE WS-PRIOR-BUSINESS-DATE TO WS-DATE-FROM
               END-IF
               IF WS-DATE-TO = 'BUSDATE'
                   MOVE WS-BUSINESS-DATE TO WS-DATE-TO
               END-IF
               IF WS-DATE-TO = 'PRIOR'
                   MOVE WS-PRIOR-BUSINESS-DATE TO WS-DATE-TO
               END-IF
           END-IF.
           DISPLAY "STATEMENT FOR " WS-REQUEST-NAME
               ", DATES " WS-DATE-FROM " THRU " WS-DATE-TO.

       015-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "BUSDATE OPEN FAILED, STATUS="
                   WS-BUSDATE-FILE-STATUS
                   ", BUSDATE/PRIOR CANNOT BE RESOLVED"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-CURRENT-DATE IS NOT NUMERIC
               OR ((WS-DATE-FROM = 'PRIOR' OR WS-DATE-TO = 'PRIOR')
                   AND BDT-PRIOR-DATE IS NOT NUMERIC)
               DISPLAY "BUSDATE CONTROL RECORD HAS NO USABLE DATE "
                   "FOR BUSDATE/PRIOR"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE BDT-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE BDT-PRIOR-DATE TO WS-PRIOR-BUSINESS-DATE.

       100-WRITE-STATEMENT-HEADER.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCACTSTM ACTIVITY STATEMENT FOR "
