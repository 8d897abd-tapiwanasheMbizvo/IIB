       01 COURT-ORDER-PARAM-RECORD.
*
           10   CTP-SUSPENSE-BRANCH  PIC   X(004).
           10   CTP-SUSPENSE-ACCOUNT PIC   X(006).
           10   CTP-SUSPENSE-SUBACCT PIC   X(003).
           10   CTP-TCD-DEBIT        PIC   X(003).
           10   CTP-TCD-CREDIT       PIC   X(003).
           10   CTP-HOLD-REASON      PIC   X(003).
           10   CTP-STALL-DAYS       PIC   9(003).
           10   CTP-REPORT-DAY       PIC   9(001).
           10   CTP-RETAIN-DAYS      PIC   9(003).
           10   FILLER               PIC   X(010).
