       01 EQUATION-AVAILABILITY-RECORD.
*
      *    ONE PLANNED EQUATION UNAVAILABILITY WINDOW (END-OF-DAY,
      *    PATCH WEEKEND, UPGRADE).  MAINTAINED IN ADVANCE THROUGH
      *    ESB113M AS CONTROL TABLE EQAVAILF.  A ONE-OFF WINDOW RUNS
      *    FROM THE START DATE/TIME UP TO THE END DATE/TIME; A DAILY
      *    WINDOW RUNS FROM THE START TIME UP TO THE END TIME ON
      *    EVERY DAY FROM THE START DATE TO THE END DATE, AND PASSES
      *    MIDNIGHT WHEN THE END TIME IS EARLIER THAN THE START TIME.
           10   EAV-WINDOW-ID       PIC   X(008).
           10   EAV-WINDOW-TYPE     PIC   X(001).
              88 EAV-EQUATION-EOD          VALUE 'E'.
              88 EAV-PATCH-WINDOW          VALUE 'P'.
              88 EAV-OTHER-PLANNED         VALUE 'O'.
           10   EAV-RECURRENCE      PIC   X(001).
              88 EAV-ONE-OFF               VALUE 'O'.
              88 EAV-DAILY                 VALUE 'D'.
           10   EAV-START-DATE      PIC   9(008).
           10   EAV-START-TIME      PIC   9(006).
           10   EAV-END-DATE        PIC   9(008).
           10   EAV-END-TIME        PIC   9(006).
           10   EAV-DESCRIPTION     PIC   X(030).
           10   FILLER              PIC   X(012).
