       01 OPERATOR-REVIEW-PARAM-RECORD.
*
           10   ORP-HOURS-FROM      PIC   9(006).
           10   ORP-HOURS-TO        PIC   9(006).
           10   ORP-REFUSAL-LIMIT   PIC   9(003).
           10   FILLER              PIC   X(010).
