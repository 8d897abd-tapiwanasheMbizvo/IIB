       01 CONTROL-TABLE-CHANGE-RECORD.
*
      *    MAKER'S ADD/CHANGE/DELETE OF ONE CONTROL-TABLE ROW.  THE
      *    SAME LAYOUT IS THE INPUT (CTLCHGF, REFERENCE AND KEY
      *    BLANK) AND THE PENDING-APPROVAL FILE (CTPOLDF/CTPNEWF).
           10   CTC-CHANGE-REF      PIC   X(014).
           10   CTC-TABLE-ID        PIC   X(008).
           10   CTC-ACTION          PIC   X(001).
              88 CTC-ADD                   VALUE 'A'.
              88 CTC-CHANGE                VALUE 'C'.
              88 CTC-DELETE                VALUE 'D'.
           10   CTC-EFFECTIVE-DATE  PIC   9(008).
           10   CTC-MAKER-ID        PIC   X(010).
           10   CTC-CAPTURE-DATE    PIC   9(008).
           10   CTC-CAPTURE-TIME    PIC   X(006).
           10   CTC-ROW-KEY         PIC   X(030).
           10   CTC-ROW-IMAGE       PIC   X(200).
           10   CTC-STATUS          PIC   X(001).
              88 CTC-PENDING               VALUE 'P'.
              88 CTC-CLEARED               VALUE 'X'.
           10   FILLER              PIC   X(010).
