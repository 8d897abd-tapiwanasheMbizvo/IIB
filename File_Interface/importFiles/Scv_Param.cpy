       01 SCV-PARAM-RECORD.
*
      *    ONE RECORD.  THE COVERAGE LIMIT IS PER DEPOSITOR AND IN
      *    THE LOCAL CURRENCY EVERY BALANCE IS CONVERTED TO.
           10   SCP-SCHEME-ID       PIC   X(008).
           10   SCP-INSTITUTION-ID  PIC   X(008).
           10   SCP-LOCAL-CCY       PIC   X(003).
           10   SCP-COVER-LIMIT     PIC   9(013)V99.
           10   FILLER              PIC   X(010).
