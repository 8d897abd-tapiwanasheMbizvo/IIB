       01 INTER-BRANCH-OPEN-ITEM-RECORD.
*
           10   IBO-OWING-BRANCH    PIC   X(004).
           10   IBO-OWED-BRANCH     PIC   X(004).
           10   IBO-CCY             PIC   X(003).
           10   IBO-PCREF           PIC   X(020).
           10   IBO-TRANSQ          PIC   X(004).
           10   IBO-REFERENCE       PIC   X(016).
           10   IBO-DIFFERENCE      PIC   S9(015)V99.
           10   IBO-FIRST-DATE      PIC   9(008).
           10   IBO-LAST-DATE       PIC   9(008).
           10   FILLER              PIC   X(010).
