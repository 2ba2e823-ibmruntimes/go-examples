      *          table (and table is non-empty)             *
      *   PLEN - extended record with a payload length      *
      *          that is not 001-100                        *
      *   DUPL - same name, rectype and payload as a record *
      *          already accepted within the lookback       *
      *          window; REJ-ORIGINAL-DATE and              *
      *          REJ-ORIGINAL-FILE-ID say where it was seen *
      *   NUNK - name not on NAMEREF (CCNAMRF), or not yet  *
      *          at its effective date                      *
      *   NBLK - name blocked on NAMEREF                    *
      *   NCLS - name closed on NAMEREF, or past its expiry *
      *          date                                       *
      *   NRTY - TRAN-RECTYPE not in the name's allowed     *
      *          RECTYPE list on NAMEREF                    *
      *****************************************************
       01  REJECT-RECORD.
           05 REJ-REASON-CODE         PIC X(4).
           05 FILLER                  PIC X    VALUE SPACE.
           05 REJ-RECORD-IMAGE        PIC X(110).
           05 FILLER                  PIC X    VALUE SPACE.
           05 REJ-ORIGINAL-DATE       PIC X(8).
           05 FILLER                  PIC X    VALUE SPACE.
           05 REJ-ORIGINAL-FILE-ID    PIC X(16).
