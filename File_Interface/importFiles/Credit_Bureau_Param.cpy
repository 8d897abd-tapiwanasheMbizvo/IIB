       01 CREDIT-BUREAU-PARAM-RECORD.
*
      *    ONE RECORD.  THE MEMBER IDENTIFIER THE BUREAU HAS ISSUED
      *    TO THE BANK AND THE BUREAU'S OWN IDENTIFIER, BOTH CARRIED
      *    ON THE SUBMISSION HEADER.
           10   CBP-MEMBER-ID       PIC   X(010).
           10   CBP-BUREAU-ID       PIC   X(008).
           10   FILLER              PIC   X(010).
