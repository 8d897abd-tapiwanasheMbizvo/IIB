       01 BACK-VALUE-REGISTER-RECORD.
*
           10   BVR-PCREF           PIC   X(020).
           10   BVR-TRANSQ          PIC   X(004).
           10   BVR-LEG             PIC   9(001).
              88 BVR-DEBIT-LEG               VALUE 1.
              88 BVR-CREDIT-LEG              VALUE 2.
           10   BVR-HZAB            PIC   X(004).
           10   BVR-HZAN            PIC   X(006).
           10   BVR-HZAS            PIC   X(003).
           10   BVR-BRANCH          PIC   X(004).
           10   BVR-OPERATOR        PIC   X(010).
           10   BVR-TCD             PIC   X(003).
           10   BVR-CCY             PIC   X(003).
           10   BVR-AMOUNT          PIC   9(015)V99.
           10   BVR-VALUE-DATE      PIC   9(008).
           10   BVR-BUSINESS-DATE   PIC   9(008).
           10   BVR-BUS-DAYS        PIC   9(005).
           10   BVR-CAL-DAYS        PIC   9(005).
           10   BVR-TOLERANCE       PIC   9(003).
           10   BVR-STATUS          PIC   X(001).
              88 BVR-ACCEPTED                VALUE 'A'.
              88 BVR-REFERRED                VALUE 'R'.
              88 BVR-DECLINED                VALUE 'D'.
              88 BVR-ADJUSTED                VALUE 'J'.
              88 BVR-NO-EFFECT               VALUE 'N'.
      *    RATE BASIS: 'D' DEBIT (OVERDRAWN ACCOUNT), 'C' CREDIT.
           10   BVR-RATE-BASIS      PIC   X(001).
              88 BVR-DEBIT-RATE              VALUE 'D'.
              88 BVR-CREDIT-RATE             VALUE 'C'.
           10   BVR-RATE            PIC   9(003)V9(006).
           10   BVR-INTEREST        PIC   9(013)V99.
           10   BVR-ADJ-PCREF       PIC   X(015).
           10   BVR-ADJ-DATE        PIC   9(008).
      *    SET AT INTAKE WHEN THE LEG WENT PAST ITS TOLERANCE, AND
      *    KEPT WHATEVER THE SUPERVISOR DECIDES.
           10   BVR-REFERRED-SW     PIC   X(001).
              88 BVR-WAS-REFERRED            VALUE 'Y'.
           10   FILLER              PIC   X(009).
