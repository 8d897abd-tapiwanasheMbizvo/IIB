       01 OVERDRAFT-ARREARS-RECORD.
*
      *    ONE RECORD PER OVERDRAFT ACCOUNT IN DEBIT OR STILL HOLDING
      *    A PROVISION.  OAR-GRADE IS TONIGHT'S GRADE (1 PERFORMING
      *    TO 5 LOSS); OAR-PRIOR-GRADE IS THE GRADE THE PROVISION
      *    WAS LAST BOOKED UNDER AT MONTH END (ZERO = NOT YET BOOKED).
           10   OAR-HZAB            PIC   X(004).
           10   OAR-HZAN            PIC   X(006).
           10   OAR-HZAS            PIC   X(003).
           10   OAR-HZCUS           PIC   X(006).
           10   OAR-CCY             PIC   X(003).
           10   OAR-HZODL           PIC   9(014)V99.
           10   OAR-EXPOSURE        PIC   9(014)V99.
           10   OAR-EXCESS          PIC   9(014)V99.
           10   OAR-DAYS-IN-EXCESS  PIC   9(005).
           10   OAR-EXCESS-START    PIC   9(008).
           10   OAR-LAST-SEEN       PIC   9(008).
           10   OAR-GRADE           PIC   9(001).
              88 OAR-PERFORMING              VALUE 1.
              88 OAR-LOSS                    VALUE 5.
           10   OAR-PRIOR-GRADE     PIC   9(001).
           10   OAR-PROVISION-HELD  PIC   9(013)V99.
           10   OAR-PROVISION-DATE  PIC   9(008).
           10   OAR-LOSS-DATE       PIC   9(008).
           10   FILLER              PIC   X(010).
