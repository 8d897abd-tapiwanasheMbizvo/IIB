       01 OUTAGE-SWITCH-REQUEST-RECORD.
*
      *    OPERATOR REQUEST TO ESB122W TO DECLARE EQUATION DOWN OR
      *    BACK UP.  THE WINDOW ID IS THE INCIDENT REFERENCE CARRIED
      *    ONTO EVERY MESSAGE HELD WHILE THE OUTAGE LASTS.
           10   OSR-ACTION          PIC   X(001).
              88 OSR-DECLARE-DOWN          VALUE 'D'.
              88 OSR-DECLARE-UP            VALUE 'U'.
           10   OSR-WINDOW-ID       PIC   X(008).
           10   OSR-OPERATOR-ID     PIC   X(010).
           10   OSR-REASON          PIC   X(030).
           10   FILLER              PIC   X(011).
