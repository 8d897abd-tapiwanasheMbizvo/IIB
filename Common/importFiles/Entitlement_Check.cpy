              88 ETC-OVER-CEILING          VALUE 'C'.
              88 ETC-MAKER-IS-CHECKER      VALUE 'M'.
           10   ETC-REASON-TEXT     PIC   X(030).
      *    CALLER CONTEXT, CARRIED ONTO THE OPERATOR-ACTION JOURNAL
      *    WHEN THE CHECK REFUSES.  SPACES ARE ACCEPTED THROUGHOUT.
           10   ETC-PROGRAM-ID      PIC   X(008).
           10   ETC-ACTION-TYPE     PIC   X(004).
           10   ETC-PCREF           PIC   X(020).
           10   ETC-TRANSQ          PIC   X(004).
           10   ETC-HZAB            PIC   X(004).
           10   ETC-HZAN            PIC   X(006).
           10   ETC-HZAS            PIC   X(003).
           10   ETC-ACTION-TIME     PIC   X(006).
           10   FILLER              PIC   X(010).
