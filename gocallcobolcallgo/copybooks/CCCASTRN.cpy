      *****************************************************
      * CCCASTRN - exception case maintenance transaction.  *
      * One line per change CCCASMNT applies to EXCCASE, in *
      * file order; the case is named by CTX-NAME and the   *
      * reason text exactly as EXCPRPT carries it:          *
      *                                                     *
      *   ASSIGN - give the open case to CTX-ASSIGN-TO      *
      *   NOTE   - replace the case note with CTX-NOTE      *
      *            (the audit file keeps the old one)       *
      *   CLOSE  - resolve the open case by hand, with      *
      *            CTX-NOTE as the closing note if given    *
      *                                                     *
      * CTX-ANALYST is recorded as the note author and the  *
      * resolver.                                           *
      *****************************************************
       01  CASE-TRANSACTION-RECORD.
           05 CTX-ACTION               PIC X(8).
               88 CTX-ACTION-ASSIGN           VALUE 'ASSIGN'.
               88 CTX-ACTION-NOTE             VALUE 'NOTE'.
               88 CTX-ACTION-CLOSE            VALUE 'CLOSE'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 CTX-NAME                 PIC X(5).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CTX-REASON               PIC X(22).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CTX-ANALYST              PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CTX-ASSIGN-TO            PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CTX-NOTE                 PIC X(60).
