      * someone's memory of what SUMRPT usually looks like. *
      * The instance id is spaces for a single-instance     *
      * TRANFILE-mode run.                                  *
      *                                                     *
      * The business date is the one the run was working.   *
      * File id and creating system come from the TRANFILE  *
      * header in TRANFILE and LOAD mode, so rejects can be *
      * billed to the sender; a work-queue run mixes        *
      * senders and leaves them spaces.                     *
      *****************************************************
       01  RUN-STATISTICS-RECORD.
           05 RST-RUN-DATE             PIC X(8).
           05 RST-RETRY-COUNT          PIC 9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RST-ELAPSED-SECONDS      PIC 9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RST-DUPLICATE-COUNT      PIC 9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RST-BUSINESS-DATE        PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RST-FILE-ID              PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RST-CREATING-SYSTEM      PIC X(16).
