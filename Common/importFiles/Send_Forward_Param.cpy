       01 SEND-FORWARD-PARAM-RECORD.
*
      *    SINGLE-ROW CONTROL TABLE SFWDPRMF (ESB113M) FOR THE
      *    STORE-AND-FORWARD DRAIN (ESB121D).  THE DRAIN IS CYCLED BY
      *    THE SCHEDULER EVERY DRAIN-INTERVAL MINUTES AND RELEASES AT
      *    MOST RATE-PER-MINUTE TIMES THAT MANY MESSAGES EACH CYCLE.
      *    A BALANCE ENQUIRY HELD LONGER THAN THE MAXIMUM AGE IS
      *    DROPPED INSTEAD OF SENT.
           10   SFP-RATE-PER-MINUTE PIC   9(004).
           10   SFP-DRAIN-INTERVAL  PIC   9(003).
           10   SFP-BALQ-MAX-AGE    PIC   9(004).
           10   FILLER              PIC   X(029).
