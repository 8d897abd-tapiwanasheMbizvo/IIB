       01 INTER-BRANCH-POSITION-RECORD.
*
           10   IBP-OWING-BRANCH    PIC   X(004).
           10   IBP-OWED-BRANCH     PIC   X(004).
           10   IBP-CCY             PIC   X(003).
           10   IBP-DUE-TO-BALANCE  PIC   S9(015)V99.
           10   IBP-DUE-FROM-BALANCE PIC  S9(015)V99.
           10   IBP-LAST-MOVE-DATE  PIC   9(008).
           10   FILLER              PIC   X(010).
