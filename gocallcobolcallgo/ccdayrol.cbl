       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCDAYROL.
      *****************************************************
      * CCDAYROL - business-date day roll.  Owns the single  *
      * BUSDATE control record (CCBUSDT) that every nightly  *
      * program works from.                                  *
      *                                                      *
      * ROLL closes the open business date and opens the     *
      * next one.  The date is only closed once every step   *
      * on ROLLSTEP (CCROLST) has signed it off on SIGNOFF   *
      * (CCSIGNF) with a return code below 8.  One good      *
      * sign-off is enough, so a step that failed and was    *
      * rerun clean is accepted, and a duplicate run refused *
      * afterwards does not undo it.                         *
      * Without ROLLSTEP the steps are SUBPROG (any          *
      * instance), CCRECON and CCBALPRF.  The closed record  *
      * is written first, then the next processing day is    *
      * found from PROCCAL (CCPRCAL) and opened with the     *
      * closed date as its prior date.  A run that stops     *
      * between the two leaves the date closed, and the next *
      * ROLL goes straight to opening the following day.     *
      *                                                      *
      * OPEN sets up the control record: it opens the date   *
      * given when there is no BUSDATE yet or the current    *
      * date is closed.  An open date is never replaced.     *
      *                                                      *
      * Arguments:                                           *
      *   1 - ROLL (default) or OPEN                         *
      *   2 - OPEN only: business date to open, YYYYMMDD     *
      *                                                      *
      * RETURN-CODE 16 when the date cannot be closed or the *
      * next one cannot be opened, 4 when there is no        *
      * PROCCAL and weekends alone decided the next day.     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'SIGNOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FILE-STATUS.
           SELECT ROLL-STEP-FILE ASSIGN TO 'ROLLSTEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLSTEP-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'PROCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       COPY CCSIGNF.
       FD  ROLL-STEP-FILE
           RECORDING MODE IS F.
       COPY CCROLST.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CCPRCAL.
       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SIGNOFF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-ROLLSTEP-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-CALENDAR-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X  VALUE 'N'.
           88 WS-RUN-ABORTED                VALUE 'Y'.
       01  WS-NO-CALENDAR-SWITCH      PIC X  VALUE 'N'.
           88 WS-NO-CALENDAR                VALUE 'Y'.
       01  WS-NO-BUSDATE-SWITCH       PIC X  VALUE 'N'.
           88 WS-NO-BUSDATE                 VALUE 'Y'.
       01  WS-ALL-SIGNED-SWITCH       PIC X  VALUE 'Y'.
           88 WS-ALL-SIGNED-OFF             VALUE 'Y'.
       01  WS-DAY-FOUND-SWITCH        PIC X  VALUE 'N'.
           88 WS-PROCESSING-DAY-FOUND       VALUE 'Y'.

       01  WS-ARG-VALUE               PIC X(8)  VALUE SPACES.
       01  WS-RUN-MODE                PIC X(8)  VALUE 'ROLL'.
           88 WS-MODE-ROLL                  VALUE 'ROLL'.
           88 WS-MODE-OPEN                  VALUE 'OPEN'.
       01  WS-OPEN-DATE               PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIMESTAMP           PIC X(21).

      *    The control record as read, and as it will be written.
       01  WS-OLD-CURRENT-DATE        PIC X(8)  VALUE SPACES.
       01  WS-OLD-PRIOR-DATE          PIC X(8)  VALUE SPACES.
       01  WS-OLD-STATUS              PIC X     VALUE SPACE.
       01  WS-NEW-CURRENT-DATE        PIC X(8)  VALUE SPACES.
       01  WS-NEW-PRIOR-DATE          PIC X(8)  VALUE SPACES.
       01  WS-NEW-STATUS              PIC X     VALUE SPACE.

      *    The steps that must sign the date off: Y once one has
      *    signed off below 8, F when every sign-off was 8 or more,
      *    N for none at all.
       01  WS-STEP-COUNT              PIC 9(3) VALUE 0.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-STEP-IDX.
               10 WS-ST-STEP-NAME     PIC X(8).
               10 WS-ST-INSTANCE-ID   PIC X(8).
               10 WS-ST-SIGNED        PIC X.
               10 WS-ST-RETURN-CODE   PIC 9(4).
               10 WS-ST-TIMESTAMP     PIC X(14).
       01  WS-SIGNOFFS-READ           PIC 9(8) VALUE 0.
       01  WS-SIGNOFFS-FOR-DATE       PIC 9(8) VALUE 0.

      *    PROCCAL exceptions to the Monday-to-Friday week.
       01  WS-CAL-COUNT               PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-CAL-IDX.
               10 WS-CT-DATE          PIC X(8).
               10 WS-CT-DAY-TYPE      PIC X.
               10 WS-CT-DESCRIPTION   PIC X(30).
       01  WS-CAL-LISTED-SWITCH       PIC X  VALUE 'N'.
           88 WS-CAL-DATE-LISTED            VALUE 'Y'.
       01  WS-CANDIDATE-DATE          PIC 9(8) VALUE 0.
       01  WS-CANDIDATE-INTEGER       PIC 9(8) VALUE 0.
       01  WS-DAYS-AHEAD              PIC 9(3) VALUE 0.
      *    0 = Monday .. 6 = Sunday; day 1 of the integer calendar,
      *    1 January 1601, was a Monday.
       01  WS-DAY-OF-WEEK             PIC 9    VALUE 0.
       01  WS-DAYS-SKIPPED            PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM 010-LOAD-ARGUMENTS.
           IF NOT WS-RUN-ABORTED
               PERFORM 020-READ-BUSINESS-DATE
           END-IF.
           IF NOT WS-RUN-ABORTED
               IF WS-MODE-OPEN
                   PERFORM 080-OPEN-GIVEN-DATE
               ELSE
                   PERFORM 030-ROLL-BUSINESS-DATE
               END-IF
           END-IF.
           PERFORM 900-DISPLAY-RESULT.
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NO-CALENDAR AND WS-MODE-ROLL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       010-LOAD-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-RUN-MODE
           END-IF.
           IF NOT WS-MODE-ROLL AND NOT WS-MODE-OPEN
               DISPLAY "RUN MODE " WS-RUN-MODE
                   " IS NOT ROLL OR OPEN"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MODE-OPEN
               MOVE SPACES TO WS-ARG-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE TO WS-OPEN-DATE
               IF WS-OPEN-DATE IS NOT NUMERIC
                   DISPLAY "BUSINESS DATE TO OPEN " WS-OPEN-DATE
                       " IS NOT YYYYMMDD"
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       020-READ-BUSINESS-DATE.
      *    Only OPEN may run without a control record.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = '35'
               SET WS-NO-BUSDATE TO TRUE
               IF WS-MODE-ROLL
                   DISPLAY "NO BUSDATE CONTROL RECORD, RUN OPEN "
                       "FIRST"
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
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
                   SET WS-NO-BUSDATE TO TRUE
           END-READ.
           IF NOT WS-NO-BUSDATE
               MOVE BDT-CURRENT-DATE TO WS-OLD-CURRENT-DATE
               MOVE BDT-PRIOR-DATE TO WS-OLD-PRIOR-DATE
               MOVE BDT-STATUS TO WS-OLD-STATUS
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-NO-BUSDATE
               IF WS-MODE-ROLL
                   DISPLAY "BUSDATE IS EMPTY, RUN OPEN FIRST"
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-CURRENT-DATE IS NOT NUMERIC
               OR (WS-OLD-STATUS NOT = 'O' AND WS-OLD-STATUS NOT = 'C')
               DISPLAY "BUSDATE RECORD IS NOT VALID: "
                   BUSINESS-DATE-RECORD
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BUSINESS DATE " WS-OLD-CURRENT-DATE
               " STATUS " WS-OLD-STATUS
               " PRIOR " WS-OLD-PRIOR-DATE.

       030-ROLL-BUSINESS-DATE.
           IF WS-OLD-STATUS = 'O'
               PERFORM 040-LOAD-ROLL-STEPS
               PERFORM 045-CHECK-SIGNOFFS
               IF WS-RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
               IF NOT WS-ALL-SIGNED-OFF
                   DISPLAY "BUSINESS DATE " WS-OLD-CURRENT-DATE
                       " NOT SIGNED OFF, LEFT OPEN"
                   SET WS-RUN-ABORTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OLD-CURRENT-DATE TO WS-NEW-CURRENT-DATE
               MOVE WS-OLD-PRIOR-DATE TO WS-NEW-PRIOR-DATE
               MOVE 'C' TO WS-NEW-STATUS
               PERFORM 070-WRITE-BUSINESS-DATE
               IF WS-RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "BUSINESS DATE " WS-OLD-CURRENT-DATE " CLOSED"
           ELSE
               DISPLAY "BUSINESS DATE " WS-OLD-CURRENT-DATE
                   " ALREADY CLOSED, OPENING THE NEXT DAY"
           END-IF.
           PERFORM 050-LOAD-CALENDAR.
           PERFORM 060-FIND-NEXT-PROCESSING-DAY.
           IF NOT WS-PROCESSING-DAY-FOUND
               DISPLAY "NO PROCESSING DAY WITHIN 366 DAYS OF "
                   WS-OLD-CURRENT-DATE ", DATE LEFT CLOSED"
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CANDIDATE-DATE TO WS-NEW-CURRENT-DATE.
           MOVE WS-OLD-CURRENT-DATE TO WS-NEW-PRIOR-DATE.
           MOVE 'O' TO WS-NEW-STATUS.
           PERFORM 070-WRITE-BUSINESS-DATE.

       040-LOAD-ROLL-STEPS.
           OPEN INPUT ROLL-STEP-FILE.
           IF WS-ROLLSTEP-FILE-STATUS NOT = '00'
               DISPLAY "NO ROLLSTEP FILE, DEFAULT NIGHTLY STEPS USED"
               MOVE 3 TO WS-STEP-COUNT
               MOVE 'SUBPROG' TO WS-ST-STEP-NAME (1)
               MOVE 'CCRECON' TO WS-ST-STEP-NAME (2)
               MOVE 'CCBALPRF' TO WS-ST-STEP-NAME (3)
               MOVE SPACES TO WS-ST-INSTANCE-ID (1)
                              WS-ST-INSTANCE-ID (2)
                              WS-ST-INSTANCE-ID (3)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ ROLL-STEP-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RLS-STEP-NAME NOT = SPACES
                           IF WS-STEP-COUNT >= 50
                               DISPLAY "ROLLSTEP HAS MORE THAN 50 "
                                   "STEPS, " RLS-STEP-NAME
                                   " CANNOT BE CHECKED"
                               SET WS-RUN-ABORTED TO TRUE
                           ELSE
                               ADD 1 TO WS-STEP-COUNT
                               SET WS-STEP-IDX TO WS-STEP-COUNT
                               MOVE RLS-STEP-NAME
                                   TO WS-ST-STEP-NAME (WS-STEP-IDX)
                               MOVE RLS-INSTANCE-ID
                                   TO WS-ST-INSTANCE-ID (WS-STEP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROLL-STEP-FILE.
           IF WS-STEP-COUNT = 0
               DISPLAY "ROLLSTEP LISTS NO STEPS, NOTHING TO SIGN OFF"
           END-IF.

       045-CHECK-SIGNOFFS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 'N' TO WS-ST-SIGNED (WS-STEP-IDX)
               MOVE 0 TO WS-ST-RETURN-CODE (WS-STEP-IDX)
               MOVE SPACES TO WS-ST-TIMESTAMP (WS-STEP-IDX)
           END-PERFORM.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGNOFF-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SIGNOFF-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SIGNOFFS-READ
                           IF SGN-BUSINESS-DATE = WS-OLD-CURRENT-DATE
                               ADD 1 TO WS-SIGNOFFS-FOR-DATE
                               PERFORM 046-APPLY-ONE-SIGNOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           ELSE
               DISPLAY "NO SIGNOFF FILE, STATUS="
                   WS-SIGNOFF-FILE-STATUS
           END-IF.
           MOVE 'Y' TO WS-ALL-SIGNED-SWITCH.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-SIGNED (WS-STEP-IDX) = 'Y'
                   DISPLAY "  SIGNED OFF   "
                       WS-ST-STEP-NAME (WS-STEP-IDX) " "
                       WS-ST-INSTANCE-ID (WS-STEP-IDX)
                       " RC=" WS-ST-RETURN-CODE (WS-STEP-IDX)
                       " AT " WS-ST-TIMESTAMP (WS-STEP-IDX)
               ELSE
                   MOVE 'N' TO WS-ALL-SIGNED-SWITCH
                   IF WS-ST-SIGNED (WS-STEP-IDX) = 'F'
                       DISPLAY "  FAILED       "
                           WS-ST-STEP-NAME (WS-STEP-IDX) " "
                           WS-ST-INSTANCE-ID (WS-STEP-IDX)
                           " RC=" WS-ST-RETURN-CODE (WS-STEP-IDX)
                           " AT " WS-ST-TIMESTAMP (WS-STEP-IDX)
                   ELSE
                       DISPLAY "  NOT RUN      "
                           WS-ST-STEP-NAME (WS-STEP-IDX) " "
                           WS-ST-INSTANCE-ID (WS-STEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       046-APPLY-ONE-SIGNOFF.
      *    A good sign-off is kept over any failure before or after
      *    it; among failures the latest is shown.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF SGN-STEP-NAME = WS-ST-STEP-NAME (WS-STEP-IDX)
                   AND (WS-ST-INSTANCE-ID (WS-STEP-IDX) = SPACES
                     OR SGN-INSTANCE-ID
                        = WS-ST-INSTANCE-ID (WS-STEP-IDX))
                   IF SGN-RETURN-CODE < 8
                       MOVE 'Y' TO WS-ST-SIGNED (WS-STEP-IDX)
                       MOVE SGN-RETURN-CODE
                           TO WS-ST-RETURN-CODE (WS-STEP-IDX)
                       MOVE SGN-TIMESTAMP
                           TO WS-ST-TIMESTAMP (WS-STEP-IDX)
                   ELSE
                       IF WS-ST-SIGNED (WS-STEP-IDX) NOT = 'Y'
                           MOVE 'F' TO WS-ST-SIGNED (WS-STEP-IDX)
                           MOVE SGN-RETURN-CODE
                               TO WS-ST-RETURN-CODE (WS-STEP-IDX)
                           MOVE SGN-TIMESTAMP
                               TO WS-ST-TIMESTAMP (WS-STEP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       050-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY "NO PROCCAL CALENDAR, MONDAY TO FRIDAY USED"
               SET WS-NO-CALENDAR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ CALENDAR-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-DATE IS NUMERIC
                           AND CAL-DATE > WS-OLD-CURRENT-DATE
                           AND (CAL-PROCESSING-DAY OR CAL-HOLIDAY)
                           IF WS-CAL-COUNT < 2000
                               ADD 1 TO WS-CAL-COUNT
                               SET WS-CAL-IDX TO WS-CAL-COUNT
                               MOVE CAL-DATE
                                   TO WS-CT-DATE (WS-CAL-IDX)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CT-DAY-TYPE (WS-CAL-IDX)
                               MOVE CAL-DESCRIPTION
                                   TO WS-CT-DESCRIPTION (WS-CAL-IDX)
                           ELSE
                               DISPLAY "PROCCAL HAS MORE THAN 2000 "
                                   "FUTURE DATES, " CAL-DATE
                                   " NOT READ"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

       060-FIND-NEXT-PROCESSING-DAY.
           MOVE WS-OLD-CURRENT-DATE TO WS-CANDIDATE-DATE.
           COMPUTE WS-CANDIDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CANDIDATE-DATE).
           PERFORM VARYING WS-DAYS-AHEAD FROM 1 BY 1
                   UNTIL WS-DAYS-AHEAD > 366
                      OR WS-PROCESSING-DAY-FOUND
               ADD 1 TO WS-CANDIDATE-INTEGER
               COMPUTE WS-CANDIDATE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-CANDIDATE-INTEGER)
               PERFORM 065-CHECK-ONE-DAY
           END-PERFORM.

       065-CHECK-ONE-DAY.
           MOVE 'N' TO WS-CAL-LISTED-SWITCH.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-DATE-LISTED
               IF WS-CT-DATE (WS-CAL-IDX) = WS-CANDIDATE-DATE
                   SET WS-CAL-DATE-LISTED TO TRUE
                   IF WS-CT-DAY-TYPE (WS-CAL-IDX) = 'P'
                       SET WS-PROCESSING-DAY-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-DAYS-SKIPPED
                       DISPLAY "  HOLIDAY      " WS-CANDIDATE-DATE
                           " " WS-CT-DESCRIPTION (WS-CAL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-CAL-DATE-LISTED
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (WS-CANDIDATE-INTEGER - 1, 7)
               IF WS-DAY-OF-WEEK < 5
                   SET WS-PROCESSING-DAY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DAYS-SKIPPED
               END-IF
           END-IF.

       070-WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "BUSDATE OPEN FAILED, STATUS="
                   WS-BUSDATE-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BUSINESS-DATE-RECORD.
           MOVE WS-NEW-CURRENT-DATE TO BDT-CURRENT-DATE.
           MOVE WS-NEW-PRIOR-DATE TO BDT-PRIOR-DATE.
           MOVE WS-NEW-STATUS TO BDT-STATUS.
           MOVE WS-RUN-TIMESTAMP (1:14) TO BDT-CHANGED-TIMESTAMP.
           MOVE 'CCDAYROL' TO BDT-CHANGED-BY.
           WRITE BUSINESS-DATE-RECORD.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               DISPLAY "BUSDATE WRITE FAILED, STATUS="
                   WS-BUSDATE-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       080-OPEN-GIVEN-DATE.
           IF NOT WS-NO-BUSDATE
               IF WS-OLD-STATUS = 'O'
                   DISPLAY "BUSINESS DATE " WS-OLD-CURRENT-DATE
                       " IS OPEN, ROLL IT RATHER THAN OPEN ANOTHER"
                   SET WS-RUN-ABORTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OLD-CURRENT-DATE TO WS-NEW-PRIOR-DATE
           END-IF.
           MOVE WS-OPEN-DATE TO WS-NEW-CURRENT-DATE.
           MOVE 'O' TO WS-NEW-STATUS.
           PERFORM 070-WRITE-BUSINESS-DATE.

       900-DISPLAY-RESULT.
           DISPLAY "CCDAYROL " WS-RUN-MODE
               " AT " WS-RUN-TIMESTAMP (1:14).
           IF WS-MODE-ROLL
               DISPLAY "  SIGN-OFFS READ            " WS-SIGNOFFS-READ
               DISPLAY "  SIGN-OFFS FOR THE DATE    "
                   WS-SIGNOFFS-FOR-DATE
               DISPLAY "  NON-PROCESSING DAYS PASSED "
                   WS-DAYS-SKIPPED
           END-IF.
           IF WS-RUN-ABORTED
               DISPLAY "  BUSDATE NOT ADVANCED"
               IF WS-NEW-STATUS = 'C'
                   DISPLAY "  BUSINESS DATE " WS-NEW-CURRENT-DATE
                       " IS CLOSED, ROLL AGAIN TO OPEN THE NEXT DAY"
               END-IF
           ELSE
               DISPLAY "  BUSINESS DATE NOW         "
                   WS-NEW-CURRENT-DATE " OPEN, PRIOR "
                   WS-NEW-PRIOR-DATE
           END-IF.

       END PROGRAM 'CCDAYROL'.
