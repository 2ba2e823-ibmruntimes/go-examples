      *****************************************************
      * CCHLDLN - held-record lineage.  HELDTRAN keeps only  *
      * the 110-byte record image so it can be run as a      *
      * TRANFILE; HELDLIN beside it carries, for each        *
      * HELDTRAN detail line in the same order, the file id, *
      * creating system and record number (header = 1) of    *
      * the TRANFILE the record first arrived on.  A run of  *
      * HELDTRAN, or a restart that reloads it, stamps the   *
      * journal, metrics and dead-letter lines from here     *
      * rather than from the HT header and the position in   *
      * HELDTRAN.                                            *
      *                                                      *
      * HLN-HELD-FILE-ID is the HT file id on the header of  *
      * the HELDTRAN the line belongs to, and HLN-ASTRING-   *
      * NAME the name on its detail line; a line that        *
      * matches neither is not used.                         *
      *****************************************************
       01  HELD-LINEAGE-RECORD.
           05 HLN-HELD-FILE-ID         PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 HLN-ASTRING-NAME         PIC X(5).
           05 FILLER                   PIC X    VALUE SPACE.
           05 HLN-FILE-ID              PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 HLN-CREATING-SYSTEM      PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 HLN-RECORD-NUMBER        PIC 9(8).
           05 FILLER                   PIC X(15).
