      *****************************************************
      * CCDUPIX - rolling duplicate-transaction index.  One  *
      * line in DUPINDEX per TRANFILE detail record the      *
      * front end has accepted, with the business date and   *
      * file id it arrived under.  The pre-edit pass and the *
      * LOAD step check every new record's name, rectype and *
      * payload against the lines still inside the lookback  *
      * window (CTL-DUP-LOOKBACK-DAYS).  The index is        *
      * rewritten when a file completes cleanly, dropping    *
      * lines that have aged out of the window.              *
      *****************************************************
       01  DUPLICATE-INDEX-RECORD.
           05 DUP-BUSINESS-DATE        PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DUP-FILE-ID              PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DUP-ASTRING-NAME         PIC X(5).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DUP-RECTYPE              PIC X(2).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DUP-EXT-PAYLOAD-LEN      PIC X(3).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DUP-EXT-PAYLOAD          PIC X(100).
