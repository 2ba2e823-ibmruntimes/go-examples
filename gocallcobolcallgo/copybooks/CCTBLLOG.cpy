      *****************************************************
      * CCTBLLOG - control-table change log line, appended  *
      * to CTLCHGLG by CCTBLMNT.  A staged ADD, CHANGE or   *
      * DELETE logs the one entry before and after; a       *
      * PROMOTE or ROLLBACK logs the whole live table as it *
      * stood before (BEFORE) and as it stands after        *
      * (AFTER), one line per entry.  From and to are the   *
      * version numbers on TBLVER (CCTBLVR).                *
      *****************************************************
       01  TABLE-CHANGE-LOG-LINE.
           05 TLG-TIMESTAMP            PIC X(14).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TLG-ACTION               PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TLG-TABLE-NAME           PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TLG-FROM-VERSION         PIC 9(4).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TLG-TO-VERSION           PIC 9(4).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TLG-TAG                  PIC X(6).
               88 TLG-TAG-BEFORE              VALUE 'BEFORE'.
               88 TLG-TAG-AFTER               VALUE 'AFTER'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 TLG-CHANGED-BY           PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TLG-IMAGE                PIC X(80).
