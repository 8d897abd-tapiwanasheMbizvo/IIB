       01 BALANCE-WATCH-ACK-RECORD.
*
      *    AN OPERATIONS CONSOLE ACKNOWLEDGEMENT OF A BREACH.
           10   BWK-BREACH-ID.
              15 BWK-BREACH-DATE   PIC   9(008).
              15 BWK-BREACH-SEQ    PIC   9(006).
           10   BWK-ACK-DATE        PIC   9(008).
           10   BWK-ACK-TIME        PIC   9(006).
           10   BWK-ACK-USER        PIC   X(010).
           10   FILLER              PIC   X(010).
