       01 CASH-POOL-DEFINITION.
*
           10   CPD-RECTYPE         PIC   X(001).
              88 CPD-POOL-HEADER           VALUE 'H'.
              88 CPD-PARTICIPANT           VALUE 'P'.
           10   CPD-GROUP           PIC   X(006).
           10   CPD-BRANCH          PIC   X(004).
           10   CPD-ACCOUNT         PIC   X(006).
           10   CPD-SUBACCT         PIC   X(003).
           10   CPD-BODY            PIC   X(040).
      *    POOL HEADER: THE TRIPLE ABOVE IS THE HEADER ACCOUNT.
           10   CPD-HEADER-BODY REDEFINES CPD-BODY.
              15 CPD-CCY           PIC   X(003).
              15 CPD-TCD-DEBIT     PIC   X(003).
              15 CPD-TCD-CREDIT    PIC   X(003).
              15 CPD-POOL-STATUS   PIC   X(001).
                 88 CPD-POOL-ACTIVE        VALUE 'A'.
                 88 CPD-POOL-SUSPENDED     VALUE 'S'.
              15 CPD-POOL-NAME     PIC   X(030).
      *    PARTICIPANT: THE TRIPLE ABOVE IS THE PARTICIPANT ACCOUNT.
           10   CPD-PARTICIPANT-BODY REDEFINES CPD-BODY.
              15 CPD-TARGET-TYPE   PIC   X(001).
                 88 CPD-ZERO-BALANCE       VALUE 'Z'.
                 88 CPD-FLOOR              VALUE 'F'.
              15 CPD-TARGET-AMOUNT PIC   9(013)V99.
              15 CPD-PART-STATUS   PIC   X(001).
                 88 CPD-PART-ACTIVE        VALUE 'A'.
                 88 CPD-PART-SUSPENDED     VALUE 'S'.
              15 FILLER            PIC   X(023).
