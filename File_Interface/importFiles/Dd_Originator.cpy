       01 DD-ORIGINATOR-RECORD.
*
           10   DDO-ORIGINATOR-ID   PIC   X(010).
           10   DDO-NAME            PIC   X(035).
           10   DDO-STATUS          PIC   X(001).
              88 DDO-ACTIVE                VALUE 'A'.
              88 DDO-SUSPENDED             VALUE 'S'.
           10   DDO-SETTLE-BRANCH   PIC   X(004).
           10   DDO-SETTLE-ACCOUNT  PIC   X(006).
           10   DDO-SETTLE-SUBACCT  PIC   X(003).
           10   DDO-CCY             PIC   X(003).
           10   DDO-TCD-DEBIT       PIC   X(003).
           10   DDO-TCD-CREDIT      PIC   X(003).
           10   FILLER              PIC   X(032).
