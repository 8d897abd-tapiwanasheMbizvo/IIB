       01 BALANCE-WATCH-LIST-RECORD.
*
      *    ONE RECORD PER WATCHED ACCOUNT TRIPLE, MAINTAINED BY
      *    TREASURY AND OPERATIONS.  THE BALANCE WATCHED IS HZNABL
      *    (NET AVAILABLE) LESS THE OVERDRAFT LIMIT HZODL, NEGATIVE
      *    BY THE AMOUNT DRAWN WHEN OVERDRAWN, OR HZLABL.  A BREACH
      *    IS RAISED BELOW THE LOW OR ABOVE THE HIGH THRESHOLD WHERE
      *    THAT SIDE IS WATCHED.
           10   BWL-HZAB            PIC   X(004).
           10   BWL-HZAN            PIC   X(006).
           10   BWL-HZAS            PIC   X(003).
           10   BWL-DESCRIPTION     PIC   X(030).
           10   BWL-BALANCE-TYPE    PIC   X(001).
              88 BWL-NET-AVAILABLE           VALUE 'N' ' '.
              88 BWL-HZLABL                  VALUE 'L'.
           10   BWL-LOW-WATCH       PIC   X(001).
              88 BWL-WATCH-LOW               VALUE 'Y'.
           10   BWL-LOW-THRESHOLD   PIC   S9(013)V99.
           10   BWL-HIGH-WATCH      PIC   X(001).
              88 BWL-WATCH-HIGH              VALUE 'Y'.
           10   BWL-HIGH-THRESHOLD  PIC   S9(013)V99.
           10   BWL-INTERVAL-MINUTES
                                    PIC   9(004).
           10   BWL-STATUS          PIC   X(001).
              88 BWL-ACTIVE                  VALUE 'A'.
              88 BWL-SUSPENDED               VALUE 'S'.
           10   FILLER              PIC   X(010).
