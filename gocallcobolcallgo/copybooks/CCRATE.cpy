      *****************************************************
      * CCRATE - chargeback rate record.  RATEFILE holds    *
      * the rates CCCHGBK bills each creating system at,    *
      * in currency units to four decimal places:           *
      *   CALL - per CALL FP made for RTE-RECTYPE; a line   *
      *          with RECTYPE '**' prices every rectype     *
      *          that has no line of its own                *
      *   RTRY - surcharge per retry attempt                *
      *   XPLD - surcharge per call made with an extended   *
      *          payload (RECTYPE X*)                       *
      *   REJT - charge per record rejected by the edits    *
      * RTE-RECTYPE is blank on all but CALL lines.  A      *
      * charge with no line is not billed.                  *
      *****************************************************
       01  RATE-RECORD.
           05 RTE-TYPE                 PIC X(4).
               88 RTE-CALL-RATE               VALUE 'CALL'.
               88 RTE-RETRY-SURCHARGE         VALUE 'RTRY'.
               88 RTE-EXTENDED-SURCHARGE      VALUE 'XPLD'.
               88 RTE-REJECT-CHARGE           VALUE 'REJT'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 RTE-RECTYPE              PIC X(2).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RTE-AMOUNT               PIC 9(5)V9(4).
           05 FILLER                   PIC X(63).
