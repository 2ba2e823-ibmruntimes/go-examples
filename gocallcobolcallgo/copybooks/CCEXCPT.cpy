      * CCEXCPT - exception report record.  One line per   *
      * CALL FP that returns a non-zero RESULT, so a bad    *
      * callback can be reviewed without grepping SYSOUT.   *
      * EXCPRPT is rewritten every run; each line also      *
      * opens or updates a case on EXCCASE (CCEXCAS), keyed *
      * by name and EXC-REASON, which is what carries a     *
      * problem from one night to the next.                 *
      *****************************************************
       01  EXCEPTION-RECORD.
           05 EXC-ASTRING-NAME        PIC X(5).
