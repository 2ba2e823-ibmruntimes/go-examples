       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCHGBK.
      *****************************************************
      * CCCHGBK - month-end chargeback statements.  Bills    *
      * each creating system (the TRANFILE header's sender)  *
      * for the month's work from the rates on RATEFILE      *
      * (CCRATE) and writes one statement per sender to      *
      * CHGSTMT:                                             *
      *   - calls made for it (first attempts off CALLMETR,  *
      *     CCCALLM) at the per-call rate of their rectype   *
      *   - retry attempts at the retry surcharge            *
      *   - extended-payload calls at the payload surcharge  *
      *   - records rejected by the edits, off RUNSTATS      *
      *     (CCRUNST), at the per-reject charge              *
      *   - the CALLMETR elapsed time of all its calls       *
      * Work with no sender on it (lines written before the  *
      * sender was carried) is billed to UNATTRIBUTED.       *
      * A control section then ties the calls, retries and   *
      * rejects billed to the month's RUNSTATS totals.       *
      * Certification runs are never billed.                 *
      *                                                      *
      * Argument 1: billing month YYYYMM, blank for the      *
      *     month of the last closed business date on        *
      *     BUSDATE                                          *
      * Arguments 2..9: instance ids; CALLMETR.<id> is read  *
      *     for each in addition to the shared CALLMETR      *
      *                                                      *
      * RETURN-CODE 8 when the statements do not tie to      *
      * RUNSTATS, 4 when calls were made for a rectype with  *
      * no rate, 16 when RATEFILE or CHGSTMT cannot be       *
      * opened or the month is not a month.                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'RATEFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CALL-METRICS-FILE ASSIGN TO WS-METRICS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METRICS-FILE-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO 'RUNSTATS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'CHGSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           RECORDING MODE IS F.
       COPY CCRATE.
       FD  CALL-METRICS-FILE
           RECORDING MODE IS F.
       COPY CCCALLM.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       COPY CCRUNST.
       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY CCBUSDT.
       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-METRICS-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-RUN-STATS-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-STATEMENT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH              PIC X  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X  VALUE 'N'.
           88 WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-SENDER-FULL-SWITCH      PIC X  VALUE 'N'.
           88 WS-SENDER-TABLE-FULL          VALUE 'Y'.
       01  WS-DEFAULT-RATE-SWITCH     PIC X  VALUE 'N'.
           88 WS-DEFAULT-RATE-LOADED        VALUE 'Y'.
       01  WS-BALANCE-SWITCH          PIC X  VALUE 'N'.
           88 WS-OUT-OF-BALANCE             VALUE 'Y'.

       01  WS-METRICS-FILENAME        PIC X(16) VALUE 'CALLMETR'.
       01  WS-ARG-NUMBER              PIC 9(2) VALUE 0.
       01  WS-ARG-VALUE               PIC X(8) VALUE SPACES.
       01  WS-BILLING-MONTH           PIC X(6) VALUE SPACES.
       01  WS-BILLING-MONTH-NUM REDEFINES WS-BILLING-MONTH.
           05 WS-BILLING-YYYY         PIC 9(4).
           05 WS-BILLING-MM           PIC 9(2).
       01  WS-ROW-MONTH               PIC X(6) VALUE SPACES.
       01  WS-RUN-TIMESTAMP           PIC X(21).
       01  WS-FILES-READ              PIC 9(2) VALUE 0.
       01  WS-METRICS-READ            PIC 9(8) VALUE 0.
       01  WS-SENDER-KEY              PIC X(16) VALUE SPACES.

      *    Rates, from RATEFILE.  Amounts in currency units to four
      *    decimal places.
       01  WS-RATE-TABLE-COUNT        PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RAT-IDX.
               10 WS-RAT-RECTYPE      PIC X(2).
               10 WS-RAT-AMOUNT       PIC 9(5)V9(4).
       01  WS-DEFAULT-CALL-RATE       PIC 9(5)V9(4) VALUE 0.
       01  WS-RETRY-RATE              PIC 9(5)V9(4) VALUE 0.
       01  WS-EXTENDED-RATE           PIC 9(5)V9(4) VALUE 0.
       01  WS-REJECT-RATE             PIC 9(5)V9(4) VALUE 0.

      *    One entry per creating system billed this month.
       01  WS-SENDER-TABLE-COUNT      PIC 9(4) VALUE 0.
       01  WS-SENDER-TABLE.
           05 WS-SENDER-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-SND-IDX.
               10 WS-SND-SYSTEM       PIC X(16).
               10 WS-SND-CALLS        PIC 9(8).
               10 WS-SND-RETRIES      PIC 9(8).
               10 WS-SND-EXTENDED     PIC 9(8).
               10 WS-SND-REJECTS      PIC 9(8).
               10 WS-SND-UNRATED      PIC 9(8).
               10 WS-SND-ELAPSED      PIC 9(12).
               10 WS-SND-CALL-CHARGE  PIC 9(11)V9(4).

      *    Statement charges for the sender being written.
       01  WS-RETRY-CHARGE            PIC 9(11)V9(4) VALUE 0.
       01  WS-EXTENDED-CHARGE         PIC 9(11)V9(4) VALUE 0.
       01  WS-REJECT-CHARGE           PIC 9(11)V9(4) VALUE 0.
       01  WS-SENDER-CHARGE           PIC 9(11)V9(4) VALUE 0.

      *    Control totals: what the statements billed against what
      *    RUNSTATS says the month's runs did.
       01  WS-BILLED-CALLS            PIC 9(8) VALUE 0.
       01  WS-BILLED-RETRIES          PIC 9(8) VALUE 0.
       01  WS-BILLED-REJECTS          PIC 9(8) VALUE 0.
       01  WS-BILLED-UNRATED          PIC 9(8) VALUE 0.
       01  WS-BILLED-CHARGE           PIC 9(11)V9(4) VALUE 0.
       01  WS-RST-RUNS                PIC 9(8) VALUE 0.
       01  WS-RST-PROCESSED           PIC 9(8) VALUE 0.
       01  WS-RST-RETRIES             PIC 9(8) VALUE 0.
       01  WS-RST-REJECTS             PIC 9(8) VALUE 0.

       01  WS-COUNT-DISPLAY           PIC 9(8).
       01  WS-TIME-DISPLAY            PIC 9(12).
       01  WS-MONEY-DISPLAY           PIC 9(11).99.
       01  WS-BALANCE-TEXT            PIC X(14).

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:6) TO WS-BILLING-MONTH.
           PERFORM 015-LOAD-BUSINESS-DATE.
           MOVE 1 TO WS-ARG-NUMBER.
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE (1:6) TO WS-BILLING-MONTH
           END-IF.
           IF WS-BILLING-MONTH IS NOT NUMERIC
               OR WS-BILLING-MM < 1
               OR WS-BILLING-MM > 12
               DISPLAY "BILLING MONTH " WS-BILLING-MONTH
                   " IS NOT YYYYMM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "BILLING MONTH " WS-BILLING-MONTH.

           PERFORM 010-LOAD-RATES.
           IF RETURN-CODE = 16
               GOBACK
           END-IF.

           MOVE 'CALLMETR' TO WS-METRICS-FILENAME.
           PERFORM 100-READ-ONE-METRICS-FILE.
           PERFORM VARYING WS-ARG-NUMBER FROM 2 BY 1
                   UNTIL WS-ARG-NUMBER > 9
               MOVE SPACES TO WS-ARG-VALUE
               DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE = 'CERT'
                   DISPLAY "CERTIFICATION METRICS ARE NOT BILLED, "
                       "CALLMETR.CERT SKIPPED"
               ELSE
                   IF WS-ARG-VALUE NOT = SPACES
                       MOVE SPACES TO WS-METRICS-FILENAME
                       STRING "CALLMETR." DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ARG-VALUE)
                               DELIMITED BY SIZE
                           INTO WS-METRICS-FILENAME
                       END-STRING
                       PERFORM 100-READ-ONE-METRICS-FILE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "READ " WS-METRICS-READ " CALL METRICS FOR "
               WS-BILLING-MONTH " FROM " WS-FILES-READ " FILE(S)".

           PERFORM 150-READ-RUN-STATISTICS.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-FILE-STATUS NOT = '00'
               DISPLAY "CHGSTMT OPEN FAILED, STATUS="
                   WS-STATEMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-WRITE-ONE-STATEMENT
               VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-SENDER-TABLE-COUNT.
           PERFORM 290-WRITE-CONTROL-TOTALS.
           CLOSE STATEMENT-FILE.

           IF WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BILLED-UNRATED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       010-LOAD-RATES.
      *    Without rates there is nothing to bill; a statement of
      *    zeros would be worse than no statement.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "RATEFILE OPEN FAILED, STATUS="
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RATE-FILE-STATUS NOT = '00'
               READ RATE-FILE
                   AT END
                       MOVE '10' TO WS-RATE-FILE-STATUS
                   NOT AT END
                       IF RTE-AMOUNT IS NUMERIC
                           PERFORM 020-TABLE-ONE-RATE
                       ELSE
                           DISPLAY "RATEFILE " RTE-TYPE " "
                               RTE-RECTYPE " AMOUNT NOT NUMERIC, "
                               "IGNORED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           DISPLAY "LOADED " WS-RATE-TABLE-COUNT
               " RECTYPE CALL RATE(S)".

       015-LOAD-BUSINESS-DATE.
      *    The month being billed is the one the last closed date
      *    falls in: once CCDAYROL has opened the first day of the
      *    new month, its prior date is still in the old one.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-DATE-CLOSED
               AND BDT-CURRENT-DATE IS NUMERIC
               MOVE BDT-CURRENT-DATE (1:6) TO WS-BILLING-MONTH
           ELSE
               IF BDT-PRIOR-DATE IS NUMERIC
                   MOVE BDT-PRIOR-DATE (1:6) TO WS-BILLING-MONTH
               END-IF
           END-IF.

       020-TABLE-ONE-RATE.
           IF RTE-CALL-RATE
               IF RTE-RECTYPE = '**'
                   MOVE RTE-AMOUNT TO WS-DEFAULT-CALL-RATE
                   SET WS-DEFAULT-RATE-LOADED TO TRUE
               ELSE
                   IF WS-RATE-TABLE-COUNT >= 50
                       DISPLAY "RATEFILE HAS MORE THAN 50 CALL "
                           "RATES, " RTE-RECTYPE " IGNORED"
                   ELSE
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       SET WS-RAT-IDX TO WS-RATE-TABLE-COUNT
                       MOVE RTE-RECTYPE TO WS-RAT-RECTYPE (WS-RAT-IDX)
                       MOVE RTE-AMOUNT TO WS-RAT-AMOUNT (WS-RAT-IDX)
                   END-IF
               END-IF
           ELSE
               IF RTE-RETRY-SURCHARGE
                   MOVE RTE-AMOUNT TO WS-RETRY-RATE
               ELSE
                   IF RTE-EXTENDED-SURCHARGE
                       MOVE RTE-AMOUNT TO WS-EXTENDED-RATE
                   ELSE
                       IF RTE-REJECT-CHARGE
                           MOVE RTE-AMOUNT TO WS-REJECT-RATE
                       ELSE
                           DISPLAY "RATEFILE TYPE " RTE-TYPE
                               " UNKNOWN, IGNORED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       100-READ-ONE-METRICS-FILE.
           OPEN INPUT CALL-METRICS-FILE.
           IF WS-METRICS-FILE-STATUS NOT = '00'
               DISPLAY "METRICS " WS-METRICS-FILENAME
                   " NOT AVAILABLE, STATUS=" WS-METRICS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILES-READ.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ CALL-METRICS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
      *                Lines written before the business date was
      *                carried are billed by the day the call ran.
                       IF CMT-BUSINESS-DATE IS NUMERIC
                           MOVE CMT-BUSINESS-DATE (1:6)
                               TO WS-ROW-MONTH
                       ELSE
                           MOVE CMT-TIMESTAMP (1:6) TO WS-ROW-MONTH
                       END-IF
                       IF WS-ROW-MONTH = WS-BILLING-MONTH
                           AND CMT-ELAPSED-HUNDREDTHS IS NUMERIC
                           ADD 1 TO WS-METRICS-READ
                           PERFORM 110-BILL-ONE-CALL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALL-METRICS-FILE.

       110-BILL-ONE-CALL.
           MOVE CMT-CREATING-SYSTEM TO WS-SENDER-KEY.
           PERFORM 120-FIND-SENDER.
           IF NOT WS-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD CMT-ELAPSED-HUNDREDTHS TO WS-SND-ELAPSED (WS-SND-IDX).
      *    The first attempt is the call; every later attempt is a
      *    retry, billed at the surcharge alone.
           IF CMT-ATTEMPT IS NUMERIC
               AND CMT-ATTEMPT > 1
               ADD 1 TO WS-SND-RETRIES (WS-SND-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SND-CALLS (WS-SND-IDX).
           IF CMT-RECTYPE (1:1) = 'X'
               ADD 1 TO WS-SND-EXTENDED (WS-SND-IDX)
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET WS-RAT-IDX TO 1.
           PERFORM UNTIL WS-RAT-IDX > WS-RATE-TABLE-COUNT
                      OR WS-ENTRY-FOUND
               IF CMT-RECTYPE = WS-RAT-RECTYPE (WS-RAT-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-RAT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
               ADD WS-RAT-AMOUNT (WS-RAT-IDX)
                   TO WS-SND-CALL-CHARGE (WS-SND-IDX)
           ELSE
               IF WS-DEFAULT-RATE-LOADED
                   ADD WS-DEFAULT-CALL-RATE
                       TO WS-SND-CALL-CHARGE (WS-SND-IDX)
               ELSE
                   ADD 1 TO WS-SND-UNRATED (WS-SND-IDX)
               END-IF
           END-IF.

       120-FIND-SENDER.
      *    Leaves WS-SND-IDX on WS-SENDER-KEY's entry, adding it if
      *    new; WS-ENTRY-FOUND is off only when the table is full.
           IF WS-SENDER-KEY = SPACES
               MOVE 'UNATTRIBUTED' TO WS-SENDER-KEY
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET WS-SND-IDX TO 1.
           PERFORM UNTIL WS-SND-IDX > WS-SENDER-TABLE-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-SND-SYSTEM (WS-SND-IDX) = WS-SENDER-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-SND-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-SENDER-TABLE-COUNT >= 100
               IF NOT WS-SENDER-TABLE-FULL
                   DISPLAY "MORE THAN 100 CREATING SYSTEMS, "
                       "REMAINDER NOT BILLED"
                   SET WS-SENDER-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SENDER-TABLE-COUNT.
           SET WS-SND-IDX TO WS-SENDER-TABLE-COUNT.
           MOVE WS-SENDER-KEY TO WS-SND-SYSTEM (WS-SND-IDX).
           MOVE 0 TO WS-SND-CALLS (WS-SND-IDX).
           MOVE 0 TO WS-SND-RETRIES (WS-SND-IDX).
           MOVE 0 TO WS-SND-EXTENDED (WS-SND-IDX).
           MOVE 0 TO WS-SND-REJECTS (WS-SND-IDX).
           MOVE 0 TO WS-SND-UNRATED (WS-SND-IDX).
           MOVE 0 TO WS-SND-ELAPSED (WS-SND-IDX).
           MOVE 0 TO WS-SND-CALL-CHARGE (WS-SND-IDX).
           SET WS-ENTRY-FOUND TO TRUE.

       150-READ-RUN-STATISTICS.
      *    The month's runs, certification replays aside.  Rejects
      *    are billed from here: only TRANFILE and LOAD runs edit a
      *    file, and each carries its file's sender.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUN-STATS-FILE-STATUS NOT = '00'
               DISPLAY "RUNSTATS NOT AVAILABLE, STATUS="
                   WS-RUN-STATS-FILE-STATUS
                   ", NO REJECTS BILLED"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ RUN-STATS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RST-BUSINESS-DATE IS NUMERIC
                           MOVE RST-BUSINESS-DATE (1:6)
                               TO WS-ROW-MONTH
                       ELSE
                           MOVE RST-RUN-DATE (1:6) TO WS-ROW-MONTH
                       END-IF
                       IF WS-ROW-MONTH = WS-BILLING-MONTH
                           AND RST-INSTANCE-ID NOT = 'CERT'
                           PERFORM 160-TALLY-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.

       160-TALLY-ONE-RUN.
           ADD 1 TO WS-RST-RUNS.
           IF RST-TOTAL-PROCESSED IS NUMERIC
               ADD RST-TOTAL-PROCESSED TO WS-RST-PROCESSED
           END-IF.
           IF RST-RETRY-COUNT IS NUMERIC
               ADD RST-RETRY-COUNT TO WS-RST-RETRIES
           END-IF.
           IF RST-REJECT-COUNT IS NUMERIC
               AND RST-REJECT-COUNT > 0
               ADD RST-REJECT-COUNT TO WS-RST-REJECTS
               MOVE RST-CREATING-SYSTEM TO WS-SENDER-KEY
               PERFORM 120-FIND-SENDER
               IF WS-ENTRY-FOUND
                   ADD RST-REJECT-COUNT TO WS-SND-REJECTS (WS-SND-IDX)
               END-IF
           END-IF.

       200-WRITE-ONE-STATEMENT.
           COMPUTE WS-RETRY-CHARGE =
               WS-SND-RETRIES (WS-SND-IDX) * WS-RETRY-RATE.
           COMPUTE WS-EXTENDED-CHARGE =
               WS-SND-EXTENDED (WS-SND-IDX) * WS-EXTENDED-RATE.
           COMPUTE WS-REJECT-CHARGE =
               WS-SND-REJECTS (WS-SND-IDX) * WS-REJECT-RATE.
           COMPUTE WS-SENDER-CHARGE =
               WS-SND-CALL-CHARGE (WS-SND-IDX) + WS-RETRY-CHARGE
               + WS-EXTENDED-CHARGE + WS-REJECT-CHARGE.
           ADD WS-SND-CALLS (WS-SND-IDX) TO WS-BILLED-CALLS.
           ADD WS-SND-RETRIES (WS-SND-IDX) TO WS-BILLED-RETRIES.
           ADD WS-SND-REJECTS (WS-SND-IDX) TO WS-BILLED-REJECTS.
           ADD WS-SND-UNRATED (WS-SND-IDX) TO WS-BILLED-UNRATED.
           ADD WS-SENDER-CHARGE TO WS-BILLED-CHARGE.

           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCCHGBK CHARGEBACK STATEMENT FOR " DELIMITED BY SIZE
               WS-SND-SYSTEM (WS-SND-IDX) DELIMITED BY SIZE
               " MONTH " DELIMITED BY SIZE
               WS-BILLING-MONTH DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-SND-CALLS (WS-SND-IDX) TO WS-COUNT-DISPLAY.
           COMPUTE WS-MONEY-DISPLAY ROUNDED =
               WS-SND-CALL-CHARGE (WS-SND-IDX).
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  CALLS:                  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  CHARGE " DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-SND-RETRIES (WS-SND-IDX) TO WS-COUNT-DISPLAY.
           COMPUTE WS-MONEY-DISPLAY ROUNDED = WS-RETRY-CHARGE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  RETRY ATTEMPTS:         " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  CHARGE " DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-SND-EXTENDED (WS-SND-IDX) TO WS-COUNT-DISPLAY.
           COMPUTE WS-MONEY-DISPLAY ROUNDED = WS-EXTENDED-CHARGE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  EXTENDED PAYLOAD CALLS: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  CHARGE " DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-SND-REJECTS (WS-SND-IDX) TO WS-COUNT-DISPLAY.
           COMPUTE WS-MONEY-DISPLAY ROUNDED = WS-REJECT-CHARGE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  REJECTED RECORDS:       " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  CHARGE " DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-SND-ELAPSED (WS-SND-IDX) TO WS-TIME-DISPLAY.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  CALL TIME (HUNDREDTHS): " DELIMITED BY SIZE
               WS-TIME-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF WS-SND-UNRATED (WS-SND-IDX) > 0
               MOVE WS-SND-UNRATED (WS-SND-IDX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  *** CALLS WITH NO RATE: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " (NOT BILLED)" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.

           COMPUTE WS-MONEY-DISPLAY ROUNDED = WS-SENDER-CHARGE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  TOTAL CHARGE:                     "
               DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       290-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CCCHGBK CONTROL TOTALS MONTH " DELIMITED BY SIZE
               WS-BILLING-MONTH DELIMITED BY SIZE
               ", ALL SENDERS AGAINST RUNSTATS" DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-RST-RUNS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  RUNS ON RUNSTATS:       " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF WS-BILLED-CALLS = WS-RST-PROCESSED
               MOVE 'IN BALANCE' TO WS-BALANCE-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  CALLS BILLED " DELIMITED BY SIZE
               WS-BILLED-CALLS DELIMITED BY SIZE
               " RUNSTATS PROCESSED " DELIMITED BY SIZE
               WS-RST-PROCESSED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BALANCE-TEXT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF WS-BILLED-RETRIES = WS-RST-RETRIES
               MOVE 'IN BALANCE' TO WS-BALANCE-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  RETRIES BILLED " DELIMITED BY SIZE
               WS-BILLED-RETRIES DELIMITED BY SIZE
               " RUNSTATS RETRIES " DELIMITED BY SIZE
               WS-RST-RETRIES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BALANCE-TEXT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF WS-BILLED-REJECTS = WS-RST-REJECTS
               MOVE 'IN BALANCE' TO WS-BALANCE-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  REJECTS BILLED " DELIMITED BY SIZE
               WS-BILLED-REJECTS DELIMITED BY SIZE
               " RUNSTATS REJECTS " DELIMITED BY SIZE
               WS-RST-REJECTS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BALANCE-TEXT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           COMPUTE WS-MONEY-DISPLAY ROUNDED = WS-BILLED-CHARGE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  TOTAL CHARGES, ALL SENDERS:       "
               DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           IF WS-BILLED-UNRATED > 0
               MOVE WS-BILLED-UNRATED TO WS-COUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  CALLS WITH NO RATE:     " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF.

       END PROGRAM 'CCCHGBK'.
