      *****************************************************
      * CCNAMRF - ASTRING name reference record, keyed by   *
      * the 5-character name.  A name must be on NAMEREF    *
      * before SUBPROG will call and post it: the pre-edit  *
      * pass, the LOAD step and CCDLREPL's requeue edits    *
      * reject a name that is not on file (NUNK), blocked   *
      * (NBLK), closed or past its expiry (NCLS), or sent   *
      * with a RECTYPE outside its allowed list (NRTY).     *
      * A name before its effective date counts as not on   *
      * file.  Spaces in a date mean no limit; an allowed   *
      * list of all spaces means any RECTYPE.  CCNAMMNT is  *
      * the only program that changes the file.             *
      *****************************************************
       01  NAME-REFERENCE-RECORD.
           05 NRF-ASTRING-NAME         PIC X(5).
           05 NRF-STATUS               PIC X.
               88 NRF-ACTIVE                  VALUE 'A'.
               88 NRF-BLOCKED                 VALUE 'B'.
               88 NRF-CLOSED                  VALUE 'C'.
           05 NRF-EFFECTIVE-DATE       PIC X(8).
           05 NRF-EXPIRY-DATE          PIC X(8).
           05 NRF-OWNING-SYSTEM        PIC X(16).
           05 NRF-ALLOWED-RECTYPES.
               10 NRF-ALLOWED-RECTYPE  PIC X(2) OCCURS 10 TIMES.
           05 NRF-CHANGED-TIMESTAMP    PIC X(14).
           05 NRF-CHANGED-BY           PIC X(8).
           05 FILLER                   PIC X(20).
