       01 WHT-REMITTANCE-RECORD.
*
      *    REVENUE AUTHORITY RETURN: ONE HEADER, ONE DETAIL PER TAX
      *    CATEGORY AND CURRENCY, ONE TRAILER CARRYING THE TOTALS.
           10   WRM-RECTYPE         PIC   X(001).
              88 WRM-HEADER                  VALUE 'H'.
              88 WRM-DETAIL                  VALUE 'D'.
              88 WRM-TRAILER                 VALUE 'T'.
           10   WRM-PAYER-TIN       PIC   X(015).
           10   WRM-PERIOD          PIC   9(006).
           10   WRM-CATEGORY        PIC   X(003).
           10   WRM-REVENUE-CODE    PIC   X(006).
           10   WRM-RATE            PIC   9(003)V9(004).
           10   WRM-CCY             PIC   X(003).
           10   WRM-ACCOUNT-COUNT   PIC   9(007).
           10   WRM-GROSS           PIC   9(015)V99.
           10   WRM-TAX             PIC   9(015)V99.
           10   WRM-PAYER-NAME      PIC   X(035).
           10   FILLER              PIC   X(013).
