       01 NOSTRO-OPEN-ITEM-RECORD.
*
           05   NOI-RECORD-TYPE     PIC   X(001).
              88 NOI-CONTROL                    VALUE 'H'.
              88 NOI-ITEM                       VALUE 'I'.
           05   NOI-ITEM-DETAIL.
              10 NOI-ITEM-ID.
                 15 NOI-ITEM-DATE    PIC   9(008).
                 15 NOI-ITEM-SEQ     PIC   9(006).
              10 NOI-SIDE            PIC   X(001).
                 88 NOI-OURS                    VALUE 'O'.
                 88 NOI-THEIRS                  VALUE 'T'.
              10 NOI-BRANCH          PIC   X(004).
              10 NOI-ACCOUNT         PIC   X(006).
              10 NOI-SUBACCT         PIC   X(003).
              10 NOI-CCY             PIC   X(003).
              10 NOI-DR-CR           PIC   X(001).
              10 NOI-AMOUNT          PIC   9(015)V99.
              10 NOI-VALUE-DATE      PIC   9(008).
              10 NOI-REFERENCE       PIC   X(016).
              10 NOI-PCREF           PIC   X(020).
              10 NOI-TRANSQ          PIC   X(004).
              10 NOI-SERVICER-REF    PIC   X(016).
              10 NOI-FIRST-DATE      PIC   9(008).
              10 NOI-BREAK-TYPE      PIC   X(001).
                 88 NOI-UNMATCHED               VALUE ' '.
                 88 NOI-AMOUNT-BREAK            VALUE 'A'.
                 88 NOI-VALUE-DATE-BREAK        VALUE 'V'.
              10 NOI-PAIR-ID         PIC   X(014).
              10 FILLER              PIC   X(010).
*
           05   NOI-CONTROL-DETAIL  REDEFINES NOI-ITEM-DETAIL.
              10 NOI-LAST-CAPTURE.
                 15 NOI-LAST-CAPTURE-DATE PIC 9(008).
                 15 NOI-LAST-CAPTURE-TIME PIC 9(006).
                 15 NOI-LAST-CAPTURE-SEQ  PIC 9(003).
              10 NOI-LAST-RUN-DATE   PIC   9(008).
              10 FILLER              PIC   X(121).
