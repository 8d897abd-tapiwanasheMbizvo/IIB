       01 CREDIT-INTEREST-RATE-RECORD.
*
      *    ONE ROW PER PRODUCT.  A BLANK ACCOUNT TYPE OR CURRENCY
      *    MATCHES ANY; THE FIRST ROW THAT MATCHES IS USED, SO THE
      *    MORE SPECIFIC ROWS ARE KEPT FIRST.  THE WHOLE CLEARED
      *    BALANCE EARNS THE RATE OF THE HIGHEST TIER WHOSE FLOOR IT
      *    REACHES; TIERS ARE HELD IN ASCENDING FLOOR ORDER.
           10   CIR-HZAPP           PIC   X(002).
           10   CIR-HZACT           PIC   X(002).
           10   CIR-CCY             PIC   X(003).
           10   CIR-CAP-FREQUENCY   PIC   X(001).
              88 CIR-CAP-MONTHLY             VALUE 'M'.
              88 CIR-CAP-QUARTERLY           VALUE 'Q'.
              88 CIR-CAP-HALF-YEARLY         VALUE 'H'.
              88 CIR-CAP-YEARLY              VALUE 'Y'.
           10   CIR-TIER-COUNT      PIC   9(001).
           10   CIR-TIER OCCURS 5 TIMES.
              15 CIR-TIER-FLOOR    PIC   9(013)V99.
              15 CIR-TIER-RATE     PIC   9(003)V9(006).
           10   FILLER              PIC   X(010).
