       01 UNCLEARED-EFFECT-RECORD.
*
           10   UCE-BRANCH          PIC   X(004).
           10   UCE-ACCOUNT         PIC   X(006).
           10   UCE-SUBACCT         PIC   X(003).
           10   UCE-DEPOSIT-PCREF   PIC   X(020).
           10   UCE-DEPOSIT-TRANSQ  PIC   X(004).
           10   UCE-TCD             PIC   X(003).
           10   UCE-CHEQUE-NO       PIC   X(010).
           10   UCE-PRESENT-BANK    PIC   X(004).
           10   UCE-AMOUNT          PIC   9(015)V99.
           10   UCE-CCY             PIC   X(003).
           10   UCE-DEPOSIT-DATE    PIC   9(008).
           10   UCE-CLEAR-DATE      PIC   9(008).
           10   UCE-STATUS          PIC   X(001).
              88 UCE-HELD                   VALUE 'H'.
              88 UCE-RELEASED               VALUE 'R'.
              88 UCE-RETURNED               VALUE 'U'.
           10   UCE-STATUS-DATE     PIC   9(008).
           10   UCE-RETURN-REASON   PIC   X(002).
           10   UCE-HOLD-IMAGE      PIC   X(818).
           10   FILLER              PIC   X(010).
