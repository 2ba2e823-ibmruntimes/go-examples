      * say which record type is eating the batch window.   *
      * Written to CALLMETR, or CALLMETR.<id> for a         *
      * work-queue instance.                                *
      *                                                     *
      * The lineage fields say which TRANFILE (file id and  *
      * creating system from its header) and which record   *
      * of it (header = 1) the call was made for, and the   *
      * business date the run was working, so CCCHGBK can   *
      * bill each sender for the month.  A call run from    *
      * HELDTRAN keeps the file id, sender and record it    *
      * first arrived with, from HELDLIN (CCHLDLN).         *
      *****************************************************
       01  CALL-METRICS-RECORD.
           05 CMT-TIMESTAMP            PIC X(21).
           05 CMT-ELAPSED-HUNDREDTHS   PIC 9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CMT-RESULT               PIC -9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CMT-FILE-ID              PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CMT-CREATING-SYSTEM      PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CMT-RECORD-NUMBER        PIC 9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CMT-BUSINESS-DATE        PIC X(8).
