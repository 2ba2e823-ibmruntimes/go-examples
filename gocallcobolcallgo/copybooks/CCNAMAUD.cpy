      *****************************************************
      * CCNAMAUD - name reference audit line, written to    *
      * NAMAUDIT by CCNAMMNT for every change it makes.     *
      * The tag is BEFORE or AFTER; the image is the        *
      * NAMEREF record (CCNAMRF layout) at that moment.     *
      *   ADD    - AFTER                                    *
      *   CHANGE - BEFORE, AFTER                            *
      *   CLOSE  - BEFORE, AFTER                            *
      *****************************************************
       01  NAME-AUDIT-LINE.
           05 NAU-TAG                  PIC X(8).
               88 NAU-TAG-BEFORE              VALUE 'BEFORE'.
               88 NAU-TAG-AFTER               VALUE 'AFTER'.
           05 NAU-ACTION               PIC X(8).
           05 FILLER                   PIC X.
           05 NAU-TIMESTAMP            PIC X(14).
           05 FILLER                   PIC X.
           05 NAU-REFERENCE-IMAGE      PIC X(100).
