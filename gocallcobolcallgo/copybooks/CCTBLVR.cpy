      *****************************************************
      * CCTBLVR - control-table version registry, keyed by  *
      * table name (DISPTAB, RESLTAB, PRIORTAB) and version *
      * number.  Every version of a table is kept whole in  *
      * its own file, <table>.Vnnnn; the live DISPTAB,      *
      * RESLTAB and PRIORTAB are copies of the version with *
      * status L.  Version 0000 is the live table as it     *
      * stood the first time CCTBLMNT touched it.           *
      *                                                     *
      *   S - staged by CCTBLMNT, not yet checked           *
      *   A - accepted: CCPREFLT STAGED found it clean      *
      *   F - failed the CCPREFLT STAGED checks             *
      *   L - live                                          *
      *   P - previously live, the rollback target          *
      *   B - accepted but bypassed: a later version went   *
      *       live over it the same night                   *
      *   R - rolled back                                   *
      *   X - cancelled: still pending when the version it  *
      *       was built on was rolled back                  *
      *****************************************************
       01  TABLE-VERSION-RECORD.
           05 TVR-KEY.
               10 TVR-TABLE-NAME       PIC X(8).
               10 TVR-VERSION          PIC 9(4).
           05 TVR-STATUS               PIC X.
               88 TVR-STAGED                  VALUE 'S'.
               88 TVR-ACCEPTED                VALUE 'A'.
               88 TVR-FAILED                  VALUE 'F'.
               88 TVR-LIVE                    VALUE 'L'.
               88 TVR-SUPERSEDED              VALUE 'P'.
               88 TVR-BYPASSED                VALUE 'B'.
               88 TVR-ROLLED-BACK             VALUE 'R'.
               88 TVR-CANCELLED               VALUE 'X'.
               88 TVR-PENDING                 VALUE 'S' 'A' 'F'.
           05 TVR-EFFECTIVE-DATE       PIC X(8).
           05 TVR-BASE-VERSION         PIC 9(4).
           05 TVR-ENTRY-COUNT          PIC 9(4).
           05 TVR-STAGED-TIMESTAMP     PIC X(14).
           05 TVR-STAGED-BY            PIC X(8).
           05 TVR-CHECKED-TIMESTAMP    PIC X(14).
           05 TVR-PROMOTED-TIMESTAMP   PIC X(14).
           05 TVR-RETIRED-TIMESTAMP    PIC X(14).
           05 TVR-RETIRED-BY           PIC X(8).
           05 FILLER                   PIC X(20).
