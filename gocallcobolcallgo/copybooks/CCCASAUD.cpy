      *****************************************************
      * CCCASAUD - exception case audit line, written to    *
      * CASAUDIT by CCCASMNT for every change it makes.     *
      * The tag is BEFORE or AFTER; the image is the        *
      * EXCCASE record (CCEXCAS layout) at that moment, so  *
      * every note a case has carried can be read back.     *
      *****************************************************
       01  CASE-AUDIT-LINE.
           05 CAU-TAG                  PIC X(8).
               88 CAU-TAG-BEFORE              VALUE 'BEFORE'.
               88 CAU-TAG-AFTER               VALUE 'AFTER'.
           05 CAU-ACTION               PIC X(8).
           05 FILLER                   PIC X.
           05 CAU-TIMESTAMP            PIC X(14).
           05 FILLER                   PIC X.
           05 CAU-CASE-IMAGE           PIC X(220).
