      *****************************************************
      * CCBUSDT - business-date control record.  The single  *
      * record on BUSDATE says which business date the night *
      * is working: the current date, the one before it, and *
      * whether the current date is still open.  CCDAYROL is *
      * the only program that changes it - it closes the     *
      * date once the nightly steps have signed off and opens*
      * the next processing day from PROCCAL.  Every other   *
      * program reads it in place of the machine clock.      *
      *****************************************************
       01  BUSINESS-DATE-RECORD.
           05 BDT-CURRENT-DATE         PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BDT-PRIOR-DATE           PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BDT-STATUS               PIC X.
               88 BDT-DATE-OPEN               VALUE 'O'.
               88 BDT-DATE-CLOSED             VALUE 'C'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 BDT-CHANGED-TIMESTAMP    PIC X(14).
           05 FILLER                   PIC X    VALUE SPACE.
           05 BDT-CHANGED-BY           PIC X(8).
           05 FILLER                   PIC X(20).
