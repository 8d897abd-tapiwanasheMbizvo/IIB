       01 BALANCE-WATCH-STATE-RECORD.
*
      *    CARRIED FROM CYCLE TO CYCLE OF THE INTRADAY BALANCE WATCH
      *    AND READ BY THE END-OF-DAY SUMMARY.  THE CONTROL RECORD
      *    HOLDS THE BUSINESS DATE AND SEQUENCES, ONE POSITION
      *    RECORD PER WATCHED ACCOUNT HOLDS THE ENQUIRY OUTSTANDING
      *    AND THE DAY'S OPENING, HIGH, LOW AND CLOSING BALANCES, AND
      *    ONE BREACH RECORD PER THRESHOLD CROSSED HOLDS THE BREACH
      *    AND ITS ACKNOWLEDGEMENT FROM THE OPERATIONS CONSOLE.
           05   BWS-RECORD-TYPE     PIC   X(001).
              88 BWS-CONTROL                    VALUE 'H'.
              88 BWS-POSITION                   VALUE 'A'.
              88 BWS-BREACH                     VALUE 'B'.
           05   BWS-DETAIL          PIC   X(180).
*
           05   BWS-CONTROL-DETAIL  REDEFINES BWS-DETAIL.
              10 BWS-BUSINESS-DATE   PIC   9(008).
              10 BWS-LAST-PCREF-SEQ  PIC   9(006).
              10 BWS-LAST-BREACH-SEQ PIC   9(006).
              10 BWS-CYCLE-COUNT     PIC   9(005).
              10 BWS-LAST-CYCLE-TIME PIC   9(006).
              10 FILLER              PIC   X(149).
*
           05   BWS-POSITION-DETAIL REDEFINES BWS-DETAIL.
              10 BWS-POS-TRIPLE.
                 15 BWS-POS-HZAB     PIC   X(004).
                 15 BWS-POS-HZAN     PIC   X(006).
                 15 BWS-POS-HZAS     PIC   X(003).
              10 BWS-POS-DESCRIPTION PIC   X(030).
              10 BWS-POS-CCY         PIC   X(003).
              10 BWS-POS-PENDING-PCREF
                                     PIC   X(015).
              10 BWS-POS-LAST-REQ-TIME
                                     PIC   9(006).
              10 BWS-POS-POLL-COUNT  PIC   9(005).
              10 BWS-POS-OPEN-BALANCE
                                     PIC   S9(015)V99.
              10 BWS-POS-HIGH-BALANCE
                                     PIC   S9(015)V99.
              10 BWS-POS-HIGH-TIME   PIC   9(006).
              10 BWS-POS-LOW-BALANCE PIC   S9(015)V99.
              10 BWS-POS-LOW-TIME    PIC   9(006).
              10 BWS-POS-CLOSE-BALANCE
                                     PIC   S9(015)V99.
              10 BWS-POS-CLOSE-TIME  PIC   9(006).
              10 BWS-POS-BREACH-STATE
                                     PIC   X(001).
                 88 BWS-POS-IN-BAND             VALUE ' '.
                 88 BWS-POS-BELOW-LOW           VALUE 'L'.
                 88 BWS-POS-ABOVE-HIGH          VALUE 'H'.
              10 FILLER              PIC   X(021).
*
           05   BWS-BREACH-DETAIL   REDEFINES BWS-DETAIL.
              10 BWS-BRC-ID.
                 15 BWS-BRC-DATE     PIC   9(008).
                 15 BWS-BRC-SEQ      PIC   9(006).
              10 BWS-BRC-TRIPLE.
                 15 BWS-BRC-HZAB     PIC   X(004).
                 15 BWS-BRC-HZAN     PIC   X(006).
                 15 BWS-BRC-HZAS     PIC   X(003).
              10 BWS-BRC-CROSSED     PIC   X(001).
                 88 BWS-BRC-LOW                 VALUE 'L'.
                 88 BWS-BRC-HIGH                VALUE 'H'.
              10 BWS-BRC-THRESHOLD   PIC   S9(013)V99.
              10 BWS-BRC-BALANCE     PIC   S9(015)V99.
              10 BWS-BRC-CCY         PIC   X(003).
              10 BWS-BRC-TIME        PIC   9(006).
              10 BWS-BRC-ACK-DATE    PIC   9(008).
              10 BWS-BRC-ACK-TIME    PIC   9(006).
              10 BWS-BRC-ACK-USER    PIC   X(010).
              10 FILLER              PIC   X(087).
