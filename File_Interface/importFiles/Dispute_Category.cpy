       01 DISPUTE-CATEGORY-RECORD.
*
      *    COMPLAINT CATEGORY AND ITS REGULATORY RESPONSE DEADLINE
      *    IN BUSINESS DAYS FROM RECEIPT.  A CASE IS FLAGGED AS
      *    ABOUT TO BREACH WHEN NO MORE THAN DCT-WARNING-DAYS
      *    REMAIN.
           10   DCT-CATEGORY        PIC   X(004).
           10   DCT-DESCRIPTION     PIC   X(030).
           10   DCT-DEADLINE-DAYS   PIC   9(003).
           10   DCT-WARNING-DAYS    PIC   9(003).
           10   FILLER              PIC   X(010).
