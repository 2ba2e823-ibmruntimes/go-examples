      *****************************************************
      * CCROLST - day-roll required step.  One line on       *
      * ROLLSTEP per nightly step that must sign a business  *
      * date off before CCDAYROL may close it.  An instance  *
      * id of spaces accepts a sign-off from any instance of *
      * the step.                                            *
      *****************************************************
       01  ROLL-STEP-RECORD.
           05 RLS-STEP-NAME            PIC X(8).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RLS-INSTANCE-ID          PIC X(8).
           05 FILLER                   PIC X(20).
