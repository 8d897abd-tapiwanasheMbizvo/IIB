       01 TERM-DEPOSIT-PARAM-RECORD.
*
           10   TDP-EXPENSE-BRANCH   PIC   X(004).
           10   TDP-EXPENSE-ACCOUNT  PIC   X(006).
           10   TDP-EXPENSE-SUBACCT  PIC   X(003).
           10   TDP-TCD-DEBIT        PIC   X(003).
           10   TDP-TCD-CREDIT       PIC   X(003).
           10   TDP-HOLD-REASON      PIC   X(003).
           10   TDP-RELEASE-REASON   PIC   X(003).
           10   TDP-SCHEDULE-DAYS    PIC   9(003).
           10   TDP-RETAIN-DAYS      PIC   9(003).
           10   TDP-DAY-BASIS        PIC   9(003).
           10   FILLER               PIC   X(010).
