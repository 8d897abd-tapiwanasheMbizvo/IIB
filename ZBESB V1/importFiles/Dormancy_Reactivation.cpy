           10   DRR-OPERATOR-ID     PIC   X(010).
           10   DRR-INSTRUCTION-REF PIC   X(016).
           10   DRR-REQUEST-DATE    PIC   9(008).
           10   DRR-REQUEST-TIME    PIC   X(006).
           10   FILLER              PIC   X(004).
