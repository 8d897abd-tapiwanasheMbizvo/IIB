       01 BALANCE-WATCH-ALERT-RECORD.
*
      *    ONE RECORD PER THRESHOLD BREACH FOR THE OPERATIONS
      *    CONSOLE.  THE CONSOLE ACKNOWLEDGES BY BWA-BREACH-ID.
           10   BWA-BREACH-ID.
              15 BWA-BREACH-DATE   PIC   9(008).
              15 BWA-BREACH-SEQ    PIC   9(006).
           10   BWA-HZAB            PIC   X(004).
           10   BWA-HZAN            PIC   X(006).
           10   BWA-HZAS            PIC   X(003).
           10   BWA-DESCRIPTION     PIC   X(030).
           10   BWA-CROSSED         PIC   X(001).
              88 BWA-BELOW-LOW               VALUE 'L'.
              88 BWA-ABOVE-HIGH              VALUE 'H'.
           10   BWA-THRESHOLD       PIC   S9(013)V99.
           10   BWA-BALANCE         PIC   S9(015)V99.
           10   BWA-CCY             PIC   X(003).
           10   BWA-BREACH-TIME     PIC   9(006).
           10   FILLER              PIC   X(010).
