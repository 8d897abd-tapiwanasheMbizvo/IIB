              88 COA-CLOSED                     VALUE 'C'.
           10   COA-SUSPENSE-FLAG   PIC   X(001).
              88 COA-SUSPENSE                   VALUE 'S'.
           10   COA-NOSTRO-FLAG     PIC   X(001).
              88 COA-NOSTRO                     VALUE 'N'.
           10   COA-NOSTRO-CCY      PIC   X(003).
           10   COA-CORR-BIC        PIC   X(011).
      *    PROFIT-AND-LOSS CLASS, SWEPT TO RETAINED EARNINGS AT THE
      *    FINANCIAL YEAR END.  BLANK ON BALANCE-SHEET ACCOUNTS.
           10   COA-PL-CLASS        PIC   X(001).
              88 COA-INCOME                     VALUE 'I'.
              88 COA-EXPENSE                    VALUE 'E'.
           10   FILLER              PIC   X(003).
