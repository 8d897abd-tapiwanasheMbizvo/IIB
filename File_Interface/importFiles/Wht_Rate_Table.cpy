       01 WHT-RATE-TABLE-RECORD.
*
           10   WHT-RECTYPE         PIC   X(001).
              88 WHT-CATEGORY-ROW            VALUE 'C'.
              88 WHT-ASSIGNMENT-ROW          VALUE 'A'.
           10   WHT-CATEGORY        PIC   X(003).
           10   WHT-BODY            PIC   X(050).
      *    CATEGORY: THE RATE WITHHELD AND THE REVENUE AUTHORITY'S
      *    CODE FOR THE CATEGORY ON THE REMITTANCE SCHEDULE.
           10   WHT-CATEGORY-BODY REDEFINES WHT-BODY.
              15 WHT-RATE          PIC   9(003)V9(004).
              15 WHT-REVENUE-CODE  PIC   X(006).
              15 WHT-DESCRIPTION   PIC   X(030).
              15 FILLER            PIC   X(007).
      *    ASSIGNMENT: THE CUSTOMER PLACED IN THE CATEGORY ABOVE.
           10   WHT-ASSIGNMENT-BODY REDEFINES WHT-BODY.
              15 WHT-HZCUS         PIC   X(006).
              15 FILLER            PIC   X(044).
