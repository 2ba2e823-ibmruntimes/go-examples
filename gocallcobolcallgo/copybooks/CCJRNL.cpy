           05 JRNL-EXT-PAYLOAD-LEN     PIC 9(3).
           05 FILLER                   PIC X    VALUE SPACE.
           05 JRNL-EXT-PAYLOAD         PIC X(100).
      *    What the call was made for: the record type, how many
      *    dead-letter replay cycles the record had been through
      *    and the business date it was worked for.  Lines written
      *    before these were carried hold spaces here; readers
      *    take the business date from JRNL-TIMESTAMP (1:8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 JRNL-RECTYPE             PIC X(2).
           05 FILLER                   PIC X    VALUE SPACE.
           05 JRNL-REPLAY-CYCLES       PIC 9(3).
           05 FILLER                   PIC X    VALUE SPACE.
           05 JRNL-BUSINESS-DATE       PIC X(8).
      *    Where the record came from: TRANFILE header file id and
      *    creating system, and the record's position in that file
      *    (header = record 1).  Spaces on older lines and on
      *    records that came from no file header.  Work held behind
      *    an open breaker and run later from HELDTRAN keeps the
      *    file id, creating system and position it first arrived
      *    with, carried beside HELDTRAN in HELDLIN (CCHLDLN).
           05 FILLER                   PIC X    VALUE SPACE.
           05 JRNL-FILE-ID             PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 JRNL-CREATING-SYSTEM     PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 JRNL-RECORD-NUMBER       PIC 9(8).
