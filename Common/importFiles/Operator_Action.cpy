       01 OPERATOR-ACTION-RECORD.
*
           10   OPA-BUSINESS-DATE   PIC   9(008).
           10   OPA-ACTION-DATE     PIC   9(008).
           10   OPA-ACTION-TIME     PIC   9(006).
           10   OPA-OPERATOR-ID     PIC   X(010).
           10   OPA-OPERATOR-ROLE   PIC   X(001).
           10   OPA-PROGRAM-ID      PIC   X(008).
           10   OPA-ACTION-TYPE     PIC   X(004).
              88 OPA-APPROVAL              VALUE 'APPR'.
              88 OPA-DISPOSITION           VALUE 'DISP'.
              88 OPA-REPAIR                VALUE 'REPR'.
              88 OPA-REVERSAL              VALUE 'RVSL'.
              88 OPA-REACTIVATION          VALUE 'REAC'.
              88 OPA-REPLAY                VALUE 'RPLY'.
              88 OPA-ENTITLEMENT           VALUE 'ENTL'.
              88 OPA-CONTROL-CHANGE        VALUE 'CTLM'.
              88 OPA-OUTAGE-SWITCH         VALUE 'OUTG'.
              88 OPA-SUBJECT-ACCESS        VALUE 'SARX'.
           10   OPA-PCREF           PIC   X(020).
           10   OPA-TRANSQ          PIC   X(004).
           10   OPA-HZAB            PIC   X(004).
           10   OPA-HZAN            PIC   X(006).
           10   OPA-HZAS            PIC   X(003).
           10   OPA-CUSTOMER        PIC   X(006).
           10   OPA-AMOUNT          PIC   9(015)V99.
           10   OPA-OUTCOME         PIC   X(001).
              88 OPA-ACCEPTED              VALUE 'A'.
              88 OPA-DECLINED              VALUE 'D'.
              88 OPA-REFUSED               VALUE 'R'.
              88 OPA-NOT-APPLIED           VALUE 'N'.
           10   OPA-REASON          PIC   X(030).
           10   FILLER              PIC   X(010).
