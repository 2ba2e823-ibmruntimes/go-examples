      *****************************************************
      * CCTBLTRN - control-table change transaction.  One   *
      * line per change CCTBLMNT stages, in file order:     *
      *                                                     *
      *   ADD      - add TTX-ENTRY-IMAGE to the table       *
      *   CHANGE   - replace the entry with the same key    *
      *   DELETE   - remove the entry with the same key     *
      *   ROLLBACK - put the previously live version back   *
      *              now (no date or image needed)          *
      *                                                     *
      * TTX-ENTRY-IMAGE is the table line exactly as it is  *
      * to stand in DISPTAB (CCDISPT), RESLTAB (CCRESLT) or *
      * PRIORTAB (CCPRIOR).  The key is the rectype for     *
      * DISPTAB and PRIORTAB and the low value for RESLTAB. *
      * Every change for one table and effective date goes  *
      * into the same staged version.                       *
      *****************************************************
       01  TABLE-TRANSACTION-RECORD.
           05 TTX-ACTION               PIC X(8).
               88 TTX-ACTION-ADD              VALUE 'ADD'.
               88 TTX-ACTION-CHANGE           VALUE 'CHANGE'.
               88 TTX-ACTION-DELETE           VALUE 'DELETE'.
               88 TTX-ACTION-ROLLBACK         VALUE 'ROLLBACK'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 TTX-TABLE-NAME           PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TTX-EFFECTIVE-DATE       PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TTX-CHANGED-BY           PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 TTX-ENTRY-IMAGE          PIC X(80).
