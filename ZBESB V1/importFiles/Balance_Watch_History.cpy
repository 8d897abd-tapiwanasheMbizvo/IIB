       01 BALANCE-WATCH-HISTORY-RECORD.
*
      *    ONE RECORD PER BALANCE TAKEN FOR A WATCHED ACCOUNT DURING
      *    THE BUSINESS DATE, IN THE ORDER TAKEN.
           10   BWH-HZAB            PIC   X(004).
           10   BWH-HZAN            PIC   X(006).
           10   BWH-HZAS            PIC   X(003).
           10   BWH-BUSINESS-DATE   PIC   9(008).
           10   BWH-TAKEN-TIME      PIC   9(006).
           10   BWH-BALANCE         PIC   S9(015)V99.
           10   BWH-CCY             PIC   X(003).
           10   BWH-PCREF           PIC   X(015).
           10   BWH-BREACH-STATE    PIC   X(001).
           10   FILLER              PIC   X(010).
