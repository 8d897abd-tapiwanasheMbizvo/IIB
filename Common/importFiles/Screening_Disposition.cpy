              88 SCD-RELEASE                 VALUE 'R'.
              88 SCD-BLOCK                   VALUE 'B'.
           10   SCD-OFFICER-ID      PIC   X(010).
           10   SCD-DECIDED-TIME    PIC   X(006).
           10   FILLER              PIC   X(004).
