       01 INSUFFICIENT-FUNDS-REFERRAL-RECORD.
*
           05   IFR-PCREF           PIC   X(020).
           05   IFR-TRANSQ          PIC   X(004).
           05   IFR-BRANCH          PIC   X(004).
           05   IFR-ACCOUNT         PIC   X(006).
           05   IFR-SUBACCT         PIC   X(003).
           05   IFR-CCY             PIC   X(003).
           05   IFR-AMOUNT          PIC   9(015)V99.
           05   IFR-NET-AVAILABLE   PIC   S9(015)V99.
           05   IFR-OVERDRAFT-LIMIT PIC   9(015)V99.
           05   IFR-HELD-AMOUNT     PIC   9(015)V99.
           05   IFR-QUEUED-DEBITS   PIC   9(015)V99.
           05   IFR-PARKED-DEBITS   PIC   9(015)V99.
           05   IFR-PENDING-DEBITS  PIC   9(015)V99.
           05   IFR-AVAILABLE       PIC   S9(015)V99.
           05   IFR-SHORTFALL       PIC   9(015)V99.
           05   IFR-REASON-CODE     PIC   X(002).
              88 IFR-INSUFFICIENT-FUNDS     VALUE 'IF'.
              88 IFR-NO-SNAPSHOT            VALUE 'NS'.
           05   IFR-REASON-TEXT     PIC   X(030).
           05   IFR-CAPTURE-DATE    PIC   9(008).
           05   IFR-CAPTURE-TIME    PIC   9(006).
           05   IFR-REQ-IMAGE       PIC   X(1816).
