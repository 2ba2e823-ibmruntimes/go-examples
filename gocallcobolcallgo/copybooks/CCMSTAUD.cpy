      *****************************************************
      * CCMSTAUD - posting-master audit line, written to    *
      * MSTAUDIT by CCMSTMNT for every correction it makes  *
      * and read back by CCMSTRBL to re-apply the same      *
      * corrections when the master is rebuilt.  The tag is *
      * BEFORE, AFTER or DELETED; the image is the master   *
      * record (CCMASTR layout) at that moment.             *
      *   RENAME - BEFORE source, AFTER target, DELETED     *
      *            source                                   *
      *   MERGE  - BEFORE source, BEFORE target, AFTER      *
      *            target, DELETED source                   *
      *   RESET  - BEFORE, AFTER                            *
      *   PURGE  - DELETED                                  *
      * A correction that failed part way stops writing     *
      * lines at the step that failed.                      *
      *****************************************************
       01  MAINT-AUDIT-LINE.
           05 AUD-TAG                  PIC X(8).
               88 AUD-TAG-BEFORE              VALUE 'BEFORE'.
               88 AUD-TAG-AFTER               VALUE 'AFTER'.
               88 AUD-TAG-DELETED             VALUE 'DELETED'.
           05 AUD-ACTION               PIC X(8).
               88 AUD-ACTION-RENAME           VALUE 'RENAME'.
               88 AUD-ACTION-MERGE            VALUE 'MERGE'.
               88 AUD-ACTION-RESET            VALUE 'RESET'.
               88 AUD-ACTION-PURGE            VALUE 'PURGE'.
           05 FILLER                   PIC X.
           05 AUD-MASTER-IMAGE.
               10 AUD-ASTRING-NAME     PIC X(5).
               10 AUD-CALL-COUNT       PIC 9(8).
               10 AUD-SUCCESS-COUNT    PIC 9(8).
               10 AUD-FAILURE-COUNT    PIC 9(8).
               10 AUD-LAST-RESULT      PIC -9(8).
               10 AUD-LAST-ANSWER-OUT  PIC -9(8).
               10 AUD-FIRST-CALL-TS    PIC X(21).
               10 AUD-LAST-CALL-TS     PIC X(21).
               10 FILLER               PIC X(11).
           05 FILLER                   PIC X(3).
