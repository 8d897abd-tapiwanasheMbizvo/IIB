       01 CUSTOMER-ALERT-RECORD.
*
      *    ONE ALERT PER TRIGGERING EVENT FOR THE MESSAGING GATEWAY.
      *    CAL-ALERT-ID IS UNIQUE WITHIN THE BUSINESS DATE AND IS
      *    ECHOED BACK ON THE GATEWAY'S DELIVERY STATUS FILE.  THE
      *    ACCOUNT NUMBER IS NEVER SENT IN CLEAR.
           10   CAL-ALERT-ID.
              15 CAL-ALERT-DATE    PIC   9(008).
              15 CAL-ALERT-SEQ     PIC   9(006).
           10   CAL-CHANNEL         PIC   X(001).
              88 CAL-SMS                     VALUE 'S'.
              88 CAL-EMAIL                   VALUE 'E'.
           10   CAL-CONTACT         PIC   X(060).
           10   CAL-HZCUS           PIC   X(006).
           10   CAL-ALERT-TYPE      PIC   X(002).
              88 CAL-DEBIT                   VALUE 'DR'.
              88 CAL-CREDIT                  VALUE 'CR'.
              88 CAL-LOW-BALANCE             VALUE 'LB'.
              88 CAL-HOLD-PLACED             VALUE 'HP'.
              88 CAL-HOLD-RELEASED           VALUE 'HR'.
           10   CAL-MASKED-ACCOUNT  PIC   X(013).
           10   CAL-AMOUNT          PIC   9(015)V99.
           10   CAL-CCY             PIC   X(003).
           10   CAL-NARRATIVE       PIC   X(035).
           10   CAL-PCREF           PIC   X(020).
           10   CAL-EVENT-DATE      PIC   9(008).
           10   CAL-EVENT-TIME      PIC   9(006).
           10   FILLER              PIC   X(010).
