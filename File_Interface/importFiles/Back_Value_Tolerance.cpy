       01 BACK-VALUE-TOLERANCE-RECORD.
*
      *    ONE ROW PER TRANSACTION CODE: THE MOST BUSINESS DAYS A LEG
      *    MAY BE VALUED BEFORE THE BUSINESS DATE WITHOUT REFERRAL.
      *    A ROW WITH A BLANK CODE IS THE DEFAULT FOR ANY CODE NOT
      *    MAINTAINED.
           10   BVT-TCD             PIC   X(003).
           10   BVT-MAX-DAYS        PIC   9(003).
           10   FILLER              PIC   X(010).
