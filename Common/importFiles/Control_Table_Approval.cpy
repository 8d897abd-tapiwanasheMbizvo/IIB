       01 CONTROL-TABLE-APPROVAL-RECORD.
*
           10   CTA-CHANGE-REF      PIC   X(014).
           10   CTA-CHECKER-ID      PIC   X(010).
           10   CTA-DECISION        PIC   X(001).
              88 CTA-APPROVE               VALUE 'A'.
              88 CTA-DECLINE               VALUE 'D'.
           10   CTA-DECISION-TIME   PIC   X(006).
           10   CTA-REASON          PIC   X(030).
           10   FILLER              PIC   X(010).
