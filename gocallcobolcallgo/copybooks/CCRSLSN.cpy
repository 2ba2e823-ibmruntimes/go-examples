      *****************************************************
      * CCRSLSN - results sent-file registry record.  One    *
      * line in RESLTSNT per RESLTOUT file CCRESOUT has      *
      * produced, with the header's file id and business     *
      * date and the trailer's count and hash total.  A      *
      * business date already on the registry is not sent    *
      * again unless the run asks for a RESEND, and the      *
      * resend is logged here with its own file id.          *
      *****************************************************
       01  SENT-FILE-RECORD.
           05 SNT-BUSINESS-DATE        PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SNT-FILE-ID              PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SNT-SENT-TIMESTAMP       PIC X(14).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SNT-RECORD-COUNT         PIC 9(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SNT-ANSWER-HASH-TOTAL    PIC -9(15).
           05 FILLER                   PIC X    VALUE SPACE.
           05 SNT-SEND-TYPE            PIC X(8).
               88 SNT-ORIGINAL-SEND           VALUE 'ORIGINAL'.
               88 SNT-RESEND                  VALUE 'RESEND'.
           05 FILLER                   PIC X(10).
