      *****************************************************
      * CCRSLTO - outbound results interface record, written *
      * to RESLTOUT by CCRESOUT for the downstream system.   *
      * One detail record per completed call for the         *
      * business date, framed by a header and trailer in the *
      * CCTRHDR convention: the header must be first and     *
      * identifies the file, the trailer must be last and    *
      * carries the detail count and the hash total of       *
      * RSO-ULTIMATEANSWER-OUT so the receiver can prove the *
      * transfer arrived whole.  Header and trailer are      *
      * alternate views of the 128-byte detail image, marked *
      * by a name-field value no real name can carry.        *
      *****************************************************
       01  RESULT-OUT-RECORD.
           05 RSO-ASTRING-NAME         PIC X(5).
           05 RSO-RECTYPE              PIC X(2).
           05 RSO-RESULT               PIC -9(8).
           05 RSO-ULTIMATEANSWER-OUT   PIC -9(8).
           05 RSO-EXT-PAYLOAD-LEN      PIC 9(3).
           05 RSO-EXT-PAYLOAD          PIC X(100).
       01  RESULT-OUT-HEADER.
           05 RSH-MARKER               PIC X(5).
               88 RSH-IS-HEADER               VALUE '*HDR*'.
           05 RSH-FILE-ID              PIC X(16).
           05 RSH-BUSINESS-DATE        PIC X(8).
           05 RSH-CREATING-SYSTEM      PIC X(16).
           05 FILLER                   PIC X(83).
       01  RESULT-OUT-TRAILER.
           05 RSX-MARKER               PIC X(5).
               88 RSX-IS-TRAILER              VALUE '*TRL*'.
           05 RSX-RECORD-COUNT         PIC 9(8).
           05 RSX-ANSWER-HASH-TOTAL    PIC -9(15).
           05 FILLER                   PIC X(99).
