       01 NOSTRO-STATEMENT-RECORD.
*
           05   NST-RECORD-TYPE     PIC   X(001).
              88 NST-OPENING                    VALUE 'O'.
              88 NST-ENTRY                      VALUE 'E'.
              88 NST-CLOSING                    VALUE 'C'.
           05   NST-CORR-BIC        PIC   X(011).
           05   NST-CCY             PIC   X(003).
           05   NST-STATEMENT-NO    PIC   9(005).
           05   NST-DETAIL          PIC   X(080).
*
           05   NST-BALANCE-DETAIL  REDEFINES NST-DETAIL.
              10 NST-BAL-DATE        PIC   9(008).
              10 NST-BAL-DR-CR       PIC   X(001).
                 88 NST-BAL-DEBIT               VALUE 'D'.
                 88 NST-BAL-CREDIT              VALUE 'C'.
              10 NST-BAL-AMOUNT      PIC   9(015)V99.
              10 FILLER              PIC   X(054).
*
           05   NST-ENTRY-DETAIL    REDEFINES NST-DETAIL.
              10 NST-ENT-VALUE-DATE  PIC   9(008).
              10 NST-ENT-DR-CR       PIC   X(001).
                 88 NST-ENT-DEBIT               VALUE 'D'.
                 88 NST-ENT-CREDIT              VALUE 'C'.
              10 NST-ENT-AMOUNT      PIC   9(015)V99.
              10 NST-ENT-OWNER-REF   PIC   X(016).
              10 NST-ENT-SERVICER-REF PIC  X(016).
              10 NST-ENT-TYPE-CODE   PIC   X(004).
              10 FILLER              PIC   X(018).
