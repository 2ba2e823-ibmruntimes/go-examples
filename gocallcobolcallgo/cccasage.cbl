       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCASAGE.
      *****************************************************
      * CCCASAGE - open exception case aging.  Reads every   *
      * case on EXCCASE (CCEXCAS) and reports to CASAGRPT    *
      * each case still open, with its age in days from the  *
      * business date its episode was opened, then the open  *
      * case counts by age bucket - 0-1, 2-7, 8-30 and over  *
      * 30 days - for each reason and for all reasons, so    *
      * the morning person sees what has been left to rot.   *
      *                                                      *
      * Argument 1: as-of date YYYYMMDD, blank for the open  *
      *     business date on BUSDATE (the machine date       *
      *     without one)                                     *
      *                                                      *
      * RETURN-CODE 4 when any case has been open over 30    *
      * days, 16 when EXCCASE or the report cannot be        *
      * opened or the as-of date is not a date.  No EXCCASE  *
      * at all means no exception was ever raised.           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-CASE-FILE ASSIGN TO 'EXCCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-EXCCASE-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO 'CASAGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'SIGNOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CASE-FILE.
       COPY CCEXCAS.
       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       COPY CCSIGNF.
       WORKING-STORAGE SECTION.
       01  WS-EXCCASE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SIGNOFF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-CASE-EOF-SWITCH         PIC X  VALUE 'N'.
           88 WS-END-OF-CASES               VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X  VALUE 'N'.
           88 WS-REASON-FOUND               VALUE 'Y'.
       01  WS-REASON-FULL-SWITCH      PIC X  VALUE 'N'.
           88 WS-REASON-TABLE-FULL          VALUE 'Y'.

       01  WS-ARG-VALUE               PIC X(8) VALUE SPACES.
       01  WS-RUN-TIMESTAMP           PIC X(21).
       01  WS-AS-OF-DATE              PIC X(8) VALUE SPACES.
       01  WS-AS-OF-INTEGER           PIC S9(9) COMP VALUE 0.
       01  WS-OPENED-DATE             PIC X(8) VALUE SPACES.
       01  WS-DATE-NUMERIC            PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                PIC S9(9) COMP VALUE 0.
       01  WS-AGE-DISPLAY             PIC 9(5) VALUE 0.
       01  WS-BUCKET-SUB              PIC S9(4) COMP VALUE 0.

      *    Open cases by reason, one count per age bucket:
      *    1 = 0-1 days, 2 = 2-7, 3 = 8-30, 4 = over 30.
       01  WS-REASON-TABLE-COUNT      PIC 9(4) VALUE 0.
       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-RSN-IDX.
               10 WS-RSN-REASON       PIC X(22).
               10 WS-RSN-BUCKET       PIC 9(8) OCCURS 4 TIMES.
               10 WS-RSN-TOTAL        PIC 9(8).
       01  WS-ALL-BUCKETS.
           05 WS-ALL-BUCKET           PIC 9(8) OCCURS 4 TIMES.
       01  WS-ALL-TOTAL               PIC 9(8) VALUE 0.

       01  WS-CASES-READ              PIC 9(8) VALUE 0.
       01  WS-RESOLVED-COUNT          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-AS-OF-DATE.
           PERFORM 015-LOAD-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "AS-OF DATE " WS-AS-OF-DATE
                   " IS NOT YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-DATE-NUMERIC.
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
           MOVE ZEROS TO WS-ALL-BUCKETS.

           OPEN OUTPUT AGING-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "CASAGRPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.
           PERFORM 100-WRITE-REPORT-HEADER.

           OPEN INPUT EXCEPTION-CASE-FILE.
           IF WS-EXCCASE-FILE-STATUS = '35'
               MOVE SPACES TO SUMMARY-LINE
               STRING "NO EXCEPTION CASES ON FILE" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               CLOSE AGING-REPORT-FILE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.
           IF WS-EXCCASE-FILE-STATUS NOT = '00'
               DISPLAY "EXCCASE OPEN FAILED, STATUS="
                   WS-EXCCASE-FILE-STATUS
               CLOSE AGING-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-SIGNOFF
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO CAS-KEY.
           START EXCEPTION-CASE-FILE KEY >= CAS-KEY
               INVALID KEY
                   SET WS-END-OF-CASES TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CASES
               READ EXCEPTION-CASE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-CASES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASES-READ
                       IF CAS-OPEN
                           PERFORM 200-AGE-ONE-CASE
                       ELSE
                           ADD 1 TO WS-RESOLVED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-CASE-FILE.

           PERFORM 300-WRITE-BUCKET-SUMMARY.
           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE AGING-REPORT-FILE.
           IF WS-ALL-BUCKET (4) > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 950-WRITE-SIGNOFF.
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

       100-WRITE-REPORT-HEADER.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCCASAGE OPEN EXCEPTION CASE AGING AS OF "
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "NAME  REASON                 OPENED    DAYS "
               DELIMITED BY SIZE
               "   COUNT ASSIGNED LAST SEEN" DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       200-AGE-ONE-CASE.
      *    A case with no opened date ages from the day it was
      *    first seen.  A case dated after the
      *    as-of date (a rerun of an earlier day's report) is
      *    treated as new.
           IF CAS-OPENED-DATE IS NUMERIC
               MOVE CAS-OPENED-DATE TO WS-OPENED-DATE
           ELSE
               MOVE CAS-FIRST-SEEN-TIMESTAMP (1:8) TO WS-OPENED-DATE
           END-IF.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-OPENED-DATE IS NUMERIC
               MOVE WS-OPENED-DATE TO WS-DATE-NUMERIC
               COMPUTE WS-AGE-DAYS = WS-AS-OF-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           END-IF.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS <= 1
               MOVE 1 TO WS-BUCKET-SUB
           ELSE
               IF WS-AGE-DAYS <= 7
                   MOVE 2 TO WS-BUCKET-SUB
               ELSE
                   IF WS-AGE-DAYS <= 30
                       MOVE 3 TO WS-BUCKET-SUB
                   ELSE
                       MOVE 4 TO WS-BUCKET-SUB
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-ALL-BUCKET (WS-BUCKET-SUB).
           ADD 1 TO WS-ALL-TOTAL.
           PERFORM 210-TALLY-BY-REASON.

           IF WS-AGE-DAYS > 99999
               MOVE 99999 TO WS-AGE-DISPLAY
           ELSE
               MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           END-IF.
           MOVE SPACES TO SUMMARY-LINE.
           STRING CAS-ASTRING-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAS-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPENED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAS-OCCURRENCE-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAS-ASSIGNED-TO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAS-LAST-SEEN-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       210-TALLY-BY-REASON.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET WS-RSN-IDX TO 1.
           PERFORM UNTIL WS-RSN-IDX > WS-REASON-TABLE-COUNT
                      OR WS-REASON-FOUND
               IF WS-RSN-REASON (WS-RSN-IDX) = CAS-REASON
                   SET WS-REASON-FOUND TO TRUE
               ELSE
                   SET WS-RSN-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-REASON-FOUND
               IF WS-REASON-TABLE-COUNT >= 30
                   IF NOT WS-REASON-TABLE-FULL
                       DISPLAY "MORE THAN 30 CASE REASONS, "
                           "REMAINDER COUNTED IN ALL REASONS ONLY"
                       SET WS-REASON-TABLE-FULL TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REASON-TABLE-COUNT
               SET WS-RSN-IDX TO WS-REASON-TABLE-COUNT
               MOVE CAS-REASON TO WS-RSN-REASON (WS-RSN-IDX)
               MOVE 0 TO WS-RSN-BUCKET (WS-RSN-IDX, 1)
               MOVE 0 TO WS-RSN-BUCKET (WS-RSN-IDX, 2)
               MOVE 0 TO WS-RSN-BUCKET (WS-RSN-IDX, 3)
               MOVE 0 TO WS-RSN-BUCKET (WS-RSN-IDX, 4)
               MOVE 0 TO WS-RSN-TOTAL (WS-RSN-IDX)
           END-IF.
           ADD 1 TO WS-RSN-BUCKET (WS-RSN-IDX, WS-BUCKET-SUB).
           ADD 1 TO WS-RSN-TOTAL (WS-RSN-IDX).

       300-WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "OPEN CASES BY AGE (DAYS)    0-1      2-7     "
               DELIMITED BY SIZE
               "8-30      >30    TOTAL" DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-REASON-TABLE-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING WS-RSN-REASON (WS-RSN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RSN-BUCKET (WS-RSN-IDX, 1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RSN-BUCKET (WS-RSN-IDX, 2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RSN-BUCKET (WS-RSN-IDX, 3) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RSN-BUCKET (WS-RSN-IDX, 4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RSN-TOTAL (WS-RSN-IDX) DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-PERFORM.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "ALL REASONS            " DELIMITED BY SIZE
               WS-ALL-BUCKET (1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALL-BUCKET (2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALL-BUCKET (3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALL-BUCKET (4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALL-TOTAL DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CASES ON FILE:       " DELIMITED BY SIZE
               WS-CASES-READ DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "OPEN:                " DELIMITED BY SIZE
               WS-ALL-TOTAL DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "RESOLVED:            " DELIMITED BY SIZE
               WS-RESOLVED-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       950-WRITE-SIGNOFF.
      *    Signs the date off for CCDAYROL with the return code the
      *    run is ending on.  A failure to append leaves the return
      *    code alone.
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
           MOVE WS-AS-OF-DATE TO SGN-BUSINESS-DATE.
           MOVE 'CCCASAGE' TO SGN-STEP-NAME.
           MOVE RETURN-CODE TO SGN-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:14) TO SGN-TIMESTAMP.
           WRITE SIGNOFF-RECORD.
           CLOSE SIGNOFF-FILE.

       END PROGRAM 'CCCASAGE'.
