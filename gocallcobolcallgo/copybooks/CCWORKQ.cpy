               88 WQ-PENDING                  VALUE 'P'.
               88 WQ-CLAIMED                  VALUE 'C'.
               88 WQ-DONE                     VALUE 'D'.
      *        Held behind an open circuit breaker by the instance
      *        in WQ-CLAIMED-BY; that instance puts it back to
      *        PENDING once a probe call gets through.
               88 WQ-HELD                     VALUE 'H'.
           05 WQ-CLAIMED-BY            PIC X(8).
           05 WQ-ASTRING-NAME          PIC X(5).
           05 WQ-RECTYPE               PIC X(2).
      *    carryover load keeps the original date on surviving
      *    pending work, so CCWQMON and CCRECON can age it.
           05 WQ-BUSINESS-DATE         PIC X(8).
      *    Where the record came from: the TRANFILE header's file
      *    id and creating system, and the record's position in
      *    that file counting the header as record 1.  Carried on
      *    to the journal, metrics and dead-letter lines so the
      *    sender can be billed (CCCHGBK).  A queue loaded before
      *    these were carried holds spaces.
           05 WQ-FILE-ID               PIC X(16).
           05 WQ-CREATING-SYSTEM       PIC X(16).
           05 WQ-RECORD-NUMBER         PIC 9(8).
