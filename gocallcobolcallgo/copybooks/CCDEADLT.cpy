      * by SUBPROG from a fresh transaction carry 000.      *
      * Records written before the field existed carry      *
      * spaces and are treated as 000.                      *
      *                                                     *
      * DLQ-FILE-ID, DLQ-CREATING-SYSTEM and                *
      * DLQ-RECORD-NUMBER say which TRANFILE (and which     *
      * record of it, header = 1) the transaction came      *
      * from, and follow it back onto WORKQFILE when it is  *
      * replayed.                                           *
      *****************************************************
       01  DEAD-LETTER-RECORD.
           05 DLQ-TIMESTAMP            PIC X(21).
           05 DLQ-EXT-PAYLOAD          PIC X(100).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DLQ-REPLAY-CYCLES        PIC 9(3).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DLQ-FILE-ID              PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DLQ-CREATING-SYSTEM      PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 DLQ-RECORD-NUMBER        PIC 9(8).
