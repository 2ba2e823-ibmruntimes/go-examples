      *   JRNLARCH.nnnn generation, registered, and then    *
      *   truncated; generations whose newest line is older *
      *   than the retention period are deleted and marked  *
      *   purged in the registry.  The period is counted    *
      *   back from the current business date on BUSDATE    *
      *   (CCBUSDT), or the machine date without one.       *
      *                                                     *
      * EXTRACT mode:                                       *
      *   arg 1 = 'EXTRACT'                                 *
      *   arg 2 = date from YYYYMMDD, or '*'                *
      *   arg 3 = date to   YYYYMMDD, or '*'                *
      *       BUSDATE or PRIOR in arg 2 or 3 takes the      *
      *       current or prior business date from BUSDATE   *
      *   arg 4 = ASTRING name, or '*'                      *
      *   arg 5..9 = instance ids for the current journals  *
      *   Matching lines from the current journals and all  *
           SELECT EXTRACT-FILE ASSIGN TO 'JRNLXTRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
       COPY CCJRNL.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(230).
       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       COPY CCJRNLG.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(230).
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REGISTRY-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-EXTRACT-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.


       01  WS-TODAY-TIMESTAMP         PIC X(21).
       01  WS-TODAY-DATE              PIC X(8).
       01  WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
       01  WS-PRIOR-BUSINESS-DATE     PIC X(8) VALUE SPACES.
       01  WS-BUSDATE-PRESENT-SWITCH  PIC X    VALUE 'N'.
           88 WS-BUSDATE-PRESENT            VALUE 'Y'.
       01  WS-CUTOFF-DATE             PIC X(8) VALUE SPACES.
       01  WS-TODAY-INTEGER           PIC S9(9) COMP VALUE 0.
       01  WS-CUTOFF-INTEGER          PIC S9(9) COMP VALUE 0.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.
           MOVE WS-TODAY-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           PERFORM 020-LOAD-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE.
           PERFORM 010-LOAD-REGISTRY.
           END-PERFORM.
           COMPUTE WS-NEXT-GENERATION = WS-HIGHEST-GENERATION + 1.

       020-LOAD-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
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
               SET WS-BUSDATE-PRESENT TO TRUE
               MOVE BDT-CURRENT-DATE TO WS-BUSINESS-DATE
               MOVE BDT-PRIOR-DATE TO WS-PRIOR-BUSINESS-DATE
           END-IF.

       100-ROTATE-ALL-JOURNALS.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-ARG-VALUE.
           IF WS-RETENTION-DAYS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUMERIC.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
           COMPUTE WS-CUTOFF-INTEGER =
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE (1:5) TO WS-NAME-FILTER
           END-IF.
           IF WS-DATE-FROM = 'BUSDATE' OR WS-DATE-TO = 'BUSDATE'
               IF NOT WS-BUSDATE-PRESENT
                   DISPLAY "NO USABLE BUSDATE CONTROL RECORD, "
                       "BUSDATE CANNOT BE RESOLVED"
                   MOVE 16 TO WS-JOB-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-FROM = 'BUSDATE'
                   MOVE WS-BUSINESS-DATE TO WS-DATE-FROM
               END-IF
               IF WS-DATE-TO = 'BUSDATE'
                   MOVE WS-BUSINESS-DATE TO WS-DATE-TO
               END-IF
           END-IF.
           IF WS-DATE-FROM = 'PRIOR' OR WS-DATE-TO = 'PRIOR'
               IF WS-PRIOR-BUSINESS-DATE IS NOT NUMERIC
                   DISPLAY "NO PRIOR BUSINESS DATE ON BUSDATE, "
                       "PRIOR CANNOT BE RESOLVED"
                   MOVE 16 TO WS-JOB-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-FROM = 'PRIOR'
                   MOVE WS-PRIOR-BUSINESS-DATE TO WS-DATE-FROM
               END-IF
               IF WS-DATE-TO = 'PRIOR'
                   MOVE WS-PRIOR-BUSINESS-DATE TO WS-DATE-TO
               END-IF
           END-IF.
           DISPLAY "EXTRACTING " WS-DATE-FROM " THRU " WS-DATE-TO
               " FOR NAME " WS-NAME-FILTER.

