       01 ARREARS-PARAM-RECORD.
*
      *    ONE RECORD.  THE FIVE REGULATORY GRADES ARE HELD IN ORDER
      *    FROM PERFORMING (1) TO LOSS (5); AN ACCOUNT TAKES THE
      *    HIGHEST GRADE WHOSE MINIMUM DAYS IN EXCESS IT HAS REACHED.
      *    EACH GRADE'S PROVISION IS HELD ON ITS OWN ALLOWANCE
      *    ACCOUNT; TOP-UPS ARE CHARGED TO THE EXPENSE ACCOUNT AND
      *    RELEASES CREDITED TO THE RELEASE ACCOUNT.
           10   ARP-TCD-DEBIT       PIC   X(003).
           10   ARP-TCD-CREDIT      PIC   X(003).
           10   ARP-EXPENSE-BRANCH  PIC   X(004).
           10   ARP-EXPENSE-ACCOUNT PIC   X(006).
           10   ARP-EXPENSE-SUBACCT PIC   X(003).
           10   ARP-RELEASE-BRANCH  PIC   X(004).
           10   ARP-RELEASE-ACCOUNT PIC   X(006).
           10   ARP-RELEASE-SUBACCT PIC   X(003).
           10   ARP-GRADE OCCURS 5 TIMES.
              15 ARP-GRADE-CODE    PIC   X(003).
              15 ARP-GRADE-MIN-DAYS
                                   PIC   9(004).
              15 ARP-GRADE-PCT     PIC   9(003)V99.
              15 ARP-ALLOW-BRANCH  PIC   X(004).
              15 ARP-ALLOW-ACCOUNT PIC   X(006).
              15 ARP-ALLOW-SUBACCT PIC   X(003).
           10   FILLER              PIC   X(010).
