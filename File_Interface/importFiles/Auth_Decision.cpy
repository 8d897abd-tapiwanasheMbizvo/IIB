              88 AUD-DECLINE                 VALUE 'D'.
           10   AUD-AUTHORISER-ID   PIC   X(010).
           10   AUD-AUTH-LEVEL      PIC   X(002).
           10   AUD-DECIDED-TIME    PIC   X(006).
           10   FILLER              PIC   X(004).
