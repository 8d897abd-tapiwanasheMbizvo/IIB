       01 COMPLIANCE-HOLD-RECORD.
*
           10   CMH-GZBBN           PIC   X(004).
           10   CMH-GZBNO           PIC   X(006).
           10   CMH-GZSFX           PIC   X(003).
           10   CMH-GZHNO           PIC   X(005).
           10   CMH-HOLD-PCREF      PIC   X(015).
           10   CMH-SCREEN-PCREF    PIC   X(020).
           10   CMH-SCREEN-TRANSQ   PIC   X(004).
           10   CMH-WATCH-TEXT      PIC   X(035).
           10   CMH-PLACED-BY       PIC   X(010).
           10   CMH-PLACED-DATE     PIC   9(008).
           10   CMH-STATUS          PIC   X(001).
              88 CMH-ACTIVE                 VALUE 'A'.
              88 CMH-LIFTED                 VALUE 'L'.
           10   CMH-LIFTED-BY       PIC   X(010).
           10   CMH-LIFTED-DATE     PIC   9(008).
           10   CMH-LIFT-REASON     PIC   X(030).
           10   CMH-HOLD-IMAGE      PIC   X(818).
           10   FILLER              PIC   X(010).
