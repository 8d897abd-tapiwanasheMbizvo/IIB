       01 INTER-BRANCH-ACCOUNT-RECORD.
*
           10   IBA-OWN-BRANCH      PIC   X(004).
           10   IBA-CPTY-BRANCH     PIC   X(004).
           10   IBA-DUE-TO-ACCOUNT  PIC   X(006).
           10   IBA-DUE-TO-SUBACCT  PIC   X(003).
           10   IBA-DUE-FROM-ACCOUNT PIC  X(006).
           10   IBA-DUE-FROM-SUBACCT PIC  X(003).
           10   IBA-TCD-DEBIT       PIC   X(003).
           10   IBA-TCD-CREDIT      PIC   X(003).
           10   IBA-STATUS          PIC   X(001).
              88 IBA-ACTIVE                 VALUE 'A'.
              88 IBA-CLOSED                 VALUE 'C'.
           10   FILLER              PIC   X(017).
