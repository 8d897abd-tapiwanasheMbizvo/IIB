       01 ALERT-SUBSCRIPTION-RECORD.
*
      *    ONE RECORD PER ACCOUNT TRIPLE, MAINTAINED BY THE BRANCHES.
      *    THE CUSTOMER CHOOSES ONE CHANNEL AND ANY OF THE ALERTS: A
      *    DEBIT OVER ASB-DEBIT-OVER, ANY CREDIT, THE BALANCE FALLING
      *    BELOW ASB-FLOOR-AMOUNT, AND A HOLD PLACED OR RELEASED.
           10   ASB-HZAB            PIC   X(004).
           10   ASB-HZAN            PIC   X(006).
           10   ASB-HZAS            PIC   X(003).
           10   ASB-HZCUS           PIC   X(006).
           10   ASB-CHANNEL         PIC   X(001).
              88 ASB-SMS                     VALUE 'S'.
              88 ASB-EMAIL                   VALUE 'E'.
           10   ASB-CONTACT         PIC   X(060).
           10   ASB-DEBIT-ALERT     PIC   X(001).
              88 ASB-WANTS-DEBIT             VALUE 'Y'.
           10   ASB-DEBIT-OVER      PIC   9(013)V99.
           10   ASB-CREDIT-ALERT    PIC   X(001).
              88 ASB-WANTS-CREDIT            VALUE 'Y'.
           10   ASB-FLOOR-ALERT     PIC   X(001).
              88 ASB-WANTS-FLOOR             VALUE 'Y'.
           10   ASB-FLOOR-AMOUNT    PIC   9(013)V99.
           10   ASB-HOLD-ALERT      PIC   X(001).
              88 ASB-WANTS-HOLD              VALUE 'Y'.
           10   ASB-STATUS          PIC   X(001).
              88 ASB-ACTIVE                  VALUE 'A'.
              88 ASB-SUSPENDED               VALUE 'S'.
           10   FILLER              PIC   X(010).
