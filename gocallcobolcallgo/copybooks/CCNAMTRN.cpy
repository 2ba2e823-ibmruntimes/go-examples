      *****************************************************
      * CCNAMTRN - name reference maintenance transaction.  *
      * One line per change CCNAMMNT applies to NAMEREF, in *
      * file order:                                         *
      *                                                     *
      *   ADD    - new entry for NTX-NAME (must not exist); *
      *            status defaults to A, effective date to  *
      *            the business date                        *
      *   CHANGE - replace each non-blank field on the      *
      *            entry; '*' in the expiry date or the     *
      *            allowed list clears it back to no limit  *
      *            (status may be A or B - use CLOSE to     *
      *            close).  A new status on a closed entry  *
      *            reopens it and clears the expiry date    *
      *            CLOSE set, unless a new one is given     *
      *   CLOSE  - set status C and the expiry date, which  *
      *            defaults to the business date            *
      *****************************************************
       01  NAME-TRANSACTION-RECORD.
           05 NTX-ACTION               PIC X(8).
               88 NTX-ACTION-ADD              VALUE 'ADD'.
               88 NTX-ACTION-CHANGE           VALUE 'CHANGE'.
               88 NTX-ACTION-CLOSE            VALUE 'CLOSE'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 NTX-NAME                 PIC X(5).
           05 FILLER                   PIC X    VALUE SPACE.
           05 NTX-STATUS               PIC X.
           05 FILLER                   PIC X    VALUE SPACE.
           05 NTX-EFFECTIVE-DATE       PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 NTX-EXPIRY-DATE          PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 NTX-OWNING-SYSTEM        PIC X(16).
           05 FILLER                   PIC X    VALUE SPACE.
           05 NTX-ALLOWED-RECTYPES     PIC X(20).
           05 FILLER                   PIC X    VALUE SPACE.
           05 NTX-CHANGED-BY           PIC X(8).
           05 FILLER                   PIC X(20).
