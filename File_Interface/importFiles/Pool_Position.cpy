       01 POOL-POSITION-RECORD.
*
           10   PPS-GROUP           PIC   X(006).
           10   PPS-BRANCH          PIC   X(004).
           10   PPS-ACCOUNT         PIC   X(006).
           10   PPS-SUBACCT         PIC   X(003).
           10   PPS-HDR-BRANCH      PIC   X(004).
           10   PPS-HDR-ACCOUNT     PIC   X(006).
           10   PPS-HDR-SUBACCT     PIC   X(003).
           10   PPS-CCY             PIC   X(003).
      *    POSITIVE: THE HEADER OWES THE PARTICIPANT (NET SWEPT IN);
      *    NEGATIVE: THE PARTICIPANT OWES THE HEADER (NET FUNDED).
           10   PPS-IC-BALANCE      PIC   S9(015)V99.
           10   PPS-LAST-SWEEP      PIC   S9(015)V99.
           10   PPS-LAST-SWEEP-DATE PIC   9(008).
           10   FILLER              PIC   X(013).
