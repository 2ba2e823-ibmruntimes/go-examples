      *****************************************************
      * CCEXCAS - exception case record, keyed by the       *
      * ASTRING name and the EXCPRPT reason text.  SUBPROG  *
      * opens a case on the first exception for a name and  *
      * reason, and adds to it on every repeat; a later     *
      * successful call for the name resolves every open    *
      * case it has (CAS-RESOLVED-BY AUTO).  An exception   *
      * on a resolved case reopens it as a fresh episode:   *
      * opened date, first seen and count start again.      *
      * CCCASMNT assigns, notes and closes cases by hand;   *
      * CCCASAGE ages the open ones from CAS-OPENED-DATE,   *
      * the business date the episode began.                *
      *****************************************************
       01  EXCEPTION-CASE-RECORD.
           05 CAS-KEY.
               10 CAS-ASTRING-NAME     PIC X(5).
               10 CAS-REASON           PIC X(22).
           05 CAS-STATUS               PIC X.
               88 CAS-OPEN                    VALUE 'O'.
               88 CAS-RESOLVED                VALUE 'R'.
           05 CAS-OPENED-DATE          PIC X(8).
           05 CAS-FIRST-SEEN-TIMESTAMP PIC X(21).
           05 CAS-LAST-SEEN-TIMESTAMP  PIC X(21).
           05 CAS-OCCURRENCE-COUNT     PIC 9(8).
           05 CAS-LAST-RESULT          PIC -9(8).
           05 CAS-ASSIGNED-TO          PIC X(8).
           05 CAS-NOTE                 PIC X(60).
           05 CAS-NOTE-BY              PIC X(8).
           05 CAS-RESOLVED-TIMESTAMP   PIC X(21).
           05 CAS-RESOLVED-BY          PIC X(8).
           05 FILLER                   PIC X(20).
