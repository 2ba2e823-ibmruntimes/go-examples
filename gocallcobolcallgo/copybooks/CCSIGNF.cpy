      *****************************************************
      * CCSIGNF - nightly step sign-off line.  Each nightly  *
      * program appends one line to SIGNOFF when it ends,    *
      * with the business date it worked and the return code *
      * it ended on.  CCDAYROL will not close a date until   *
      * every step on ROLLSTEP has signed it off below 8.    *
      *****************************************************
       01  SIGNOFF-RECORD.
           05 SGN-BUSINESS-DATE        PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SGN-STEP-NAME            PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SGN-INSTANCE-ID          PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SGN-RETURN-CODE          PIC 9(4).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SGN-TIMESTAMP            PIC X(14).
