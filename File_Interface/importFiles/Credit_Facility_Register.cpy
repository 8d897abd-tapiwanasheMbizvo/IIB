       01 CREDIT-FACILITY-REGISTER-RECORD.
*
      *    ONE RECORD PER ACCOUNT WITH AN OVERDRAFT LIMIT, KEPT FROM
      *    THE NIGHTLY BALANCE-ENQUIRY SNAPSHOT.  CBF-BALANCE IS THE
      *    AMOUNT DRAWN AT THE LAST SNAPSHOT AND CBF-HIGHEST THE MOST
      *    DRAWN ON ANY NIGHT OF CBF-PERIOD (YYYYMM).  THE CBF-SUB-
      *    FIELDS DESCRIBE THE RECORD LAST SUBMITTED TO THE CREDIT
      *    BUREAU; A RECORD THE BUREAU REJECTED IS FLAGGED UNTIL IT
      *    HAS BEEN SENT AGAIN AS A CORRECTION.
           10   CBF-HZAB            PIC   X(004).
           10   CBF-HZAN            PIC   X(006).
           10   CBF-HZAS            PIC   X(003).
           10   CBF-HZCUS           PIC   X(006).
           10   CBF-CCY             PIC   X(003).
           10   CBF-HZODL           PIC   9(014)V99.
           10   CBF-BALANCE         PIC   9(014)V99.
           10   CBF-HIGHEST         PIC   9(014)V99.
           10   CBF-PERIOD          PIC   9(006).
           10   CBF-LAST-SEEN       PIC   9(008).
           10   CBF-SUB-DATE        PIC   9(008).
           10   CBF-SUB-PERIOD      PIC   9(006).
           10   CBF-SUB-BALANCE     PIC   9(014)V99.
           10   CBF-SUB-STATUS      PIC   X(001).
           10   CBF-REJECT-SW       PIC   X(001).
              88 CBF-REJECTED                VALUE 'Y'.
           10   CBF-REJECT-PERIOD   PIC   9(006).
           10   CBF-REJECT-CODE     PIC   X(004).
           10   CBF-REJECT-TEXT     PIC   X(040).
           10   FILLER              PIC   X(010).
