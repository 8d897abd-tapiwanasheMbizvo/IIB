       01 FUNDS-EXEMPT-ACCOUNT-RECORD.
*
           10   FEX-BRANCH          PIC   X(004).
           10   FEX-ACCOUNT         PIC   X(006).
           10   FEX-SUBACCT         PIC   X(003).
           10   FEX-EXEMPT-TYPE     PIC   X(001).
              88 FEX-GL-ACCOUNT             VALUE 'G'.
              88 FEX-NOSTRO-ACCOUNT         VALUE 'N'.
              88 FEX-OTHER-EXEMPT           VALUE 'O'.
           10   FEX-OPERATOR-ID     PIC   X(010).
           10   FEX-EFFECTIVE-DATE  PIC   9(008).
           10   FILLER              PIC   X(010).
