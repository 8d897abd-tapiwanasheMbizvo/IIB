       01 COURT-ORDER-RECORD.
*
           10   CTO-ORDER-NO        PIC   X(016).
           10   CTO-ORDER-TYPE      PIC   X(001).
              88 CTO-GARNISHEE              VALUE 'G'.
              88 CTO-COURT-ORDER            VALUE 'C'.
           10   CTO-HZCUS           PIC   X(006).
           10   CTO-COURT           PIC   X(030).
           10   CTO-CCY             PIC   X(003).
           10   CTO-AMOUNT-ORDERED  PIC   9(015)V99.
           10   CTO-SATISFIED       PIC   9(015)V99.
           10   CTO-OUTSTANDING     PIC   9(015)V99.
           10   CTO-BENEF-BRANCH    PIC   X(004).
           10   CTO-BENEF-ACCOUNT   PIC   X(006).
           10   CTO-BENEF-SUBACCT   PIC   X(003).
           10   CTO-RECEIVED-DATE   PIC   9(008).
           10   CTO-LAST-SWEEP-DATE PIC   9(008).
           10   CTO-STATUS          PIC   X(001).
              88 CTO-OPEN                   VALUE 'O'.
              88 CTO-SATISFIED-IN-FULL      VALUE 'S'.
              88 CTO-LIFTED                 VALUE 'L'.
           10   CTO-STATUS-DATE     PIC   9(008).
           10   CTO-ACCOUNT-COUNT   PIC   9(002).
           10   CTO-ACCOUNT-ENTRY OCCURS 5 TIMES.
              15 CTO-ACC-BRANCH      PIC   X(004).
              15 CTO-ACC-ACCOUNT     PIC   X(006).
              15 CTO-ACC-SUBACCT     PIC   X(003).
              15 CTO-ACC-GZHNO       PIC   X(005).
              15 CTO-ACC-HOLD-SW     PIC   X(001).
                 88 CTO-ACC-HOLD-ON          VALUE 'Y'.
                 88 CTO-ACC-HOLD-RELEASED    VALUE 'R'.
              15 CTO-ACC-HOLD-AMOUNT PIC   9(015)V99.
           10   CTO-OPERATOR-ID     PIC   X(010).
           10   FILLER              PIC   X(010).
