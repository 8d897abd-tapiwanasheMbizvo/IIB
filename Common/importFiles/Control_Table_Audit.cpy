       01 CONTROL-TABLE-AUDIT-RECORD.
*
           10   CTU-BUSINESS-DATE   PIC   9(008).
           10   CTU-AUDIT-TIME      PIC   9(006).
           10   CTU-CHANGE-REF      PIC   X(014).
           10   CTU-TABLE-ID        PIC   X(008).
           10   CTU-ROW-KEY         PIC   X(030).
           10   CTU-ACTION          PIC   X(001).
           10   CTU-EFFECTIVE-DATE  PIC   9(008).
           10   CTU-MAKER-ID        PIC   X(010).
           10   CTU-CHECKER-ID      PIC   X(010).
           10   CTU-BEFORE-IMAGE    PIC   X(200).
           10   CTU-AFTER-IMAGE     PIC   X(200).
           10   FILLER              PIC   X(010).
