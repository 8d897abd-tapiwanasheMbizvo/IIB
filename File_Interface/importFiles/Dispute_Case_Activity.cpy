       01 DISPUTE-CASE-ACTIVITY-RECORD.
*
      *    RUNNING ACTIVITY LOG OF THE DISPUTE CASE FILE, ONE
      *    RECORD PER ACCEPTED ACTION, NEVER REWRITTEN.
           10   DCL-CASE-NUMBER     PIC   X(014).
           10   DCL-DATE            PIC   9(008).
           10   DCL-TIME            PIC   9(006).
           10   DCL-OPERATOR-ID     PIC   X(010).
           10   DCL-ACTION          PIC   X(001).
           10   DCL-STATUS-BEFORE   PIC   X(001).
           10   DCL-STATUS-AFTER    PIC   X(001).
           10   DCL-PCREF           PIC   X(015).
           10   DCL-TRANSQ          PIC   X(004).
           10   DCL-TEXT            PIC   X(060).
           10   FILLER              PIC   X(010).
