       01 COMPLIANCE-HOLD-LIFT-RECORD.
*
           10   CHL-GZBBN           PIC   X(004).
           10   CHL-GZBNO           PIC   X(006).
           10   CHL-GZSFX           PIC   X(003).
           10   CHL-GZHNO           PIC   X(005).
           10   CHL-OFFICER-ID      PIC   X(010).
           10   CHL-REASON-TEXT     PIC   X(030).
           10   FILLER              PIC   X(010).
