       01 EQUATION-OUTAGE-SWITCH-RECORD.
*
      *    OPERATOR SWITCH FOR AN UNPLANNED EQUATION OUTAGE (EQOUTSW,
      *    ONE RECORD, SET AND CLEARED THROUGH ESB122W).  WHILE THE
      *    STATE IS DOWN EQUATION IS UNAVAILABLE WHATEVER THE PLANNED
      *    CALENDAR (EQAVAILF) SAYS.
           10   EOS-STATE           PIC   X(001).
              88 EOS-EQUATION-DOWN         VALUE 'D'.
              88 EOS-EQUATION-UP           VALUE 'U'.
           10   EOS-WINDOW-ID       PIC   X(008).
           10   EOS-SET-DATE        PIC   9(008).
           10   EOS-SET-TIME        PIC   9(006).
           10   EOS-OPERATOR-ID     PIC   X(010).
           10   EOS-REASON          PIC   X(030).
           10   FILLER              PIC   X(010).
