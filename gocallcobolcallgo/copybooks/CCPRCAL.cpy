      *****************************************************
      * CCPRCAL - processing calendar line.  PROCCAL lists   *
      * the dates that break the normal week: a holiday (H)  *
      * on a weekday, or a processing day (P) on a Saturday  *
      * or Sunday.  A date not listed is a processing day    *
      * Monday to Friday and not one at the weekend.         *
      *****************************************************
       01  CALENDAR-RECORD.
           05 CAL-DATE                 PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 CAL-DAY-TYPE             PIC X.
               88 CAL-PROCESSING-DAY          VALUE 'P'.
               88 CAL-HOLIDAY                 VALUE 'H'.
           05 FILLER                   PIC X    VALUE SPACE.
           05 CAL-DESCRIPTION          PIC X(30).
