       01 ANONYMIZATION-LOG-RECORD.
*
      *    ONE ARCHIVED IMAGE ANONYMIZED BY ESB124Z.  THE STORE KEY
      *    IDENTIFIES THE RECORD AND THE ACCOUNT IS THE FIRST ONE IT
      *    CARRIES; THE COUNT IS THE NUMBER OF NARRATIVE AND HOLD
      *    DESCRIPTION FIELDS OVERWRITTEN.
           10   ANL-RUN-DATE        PIC   9(008).
           10   ANL-STREAM-CODE     PIC   X(001).
              88 ANL-HOLD-REQ              VALUE 'H'.
              88 ANL-HOLD-RESP             VALUE 'R'.
              88 ANL-TRAN-RESP             VALUE 'S'.
           10   ANL-STORE-KEY.
              15 ANL-PCREF          PIC   X(020).
              15 ANL-CAPTURE-DATE   PIC   9(008).
              15 ANL-CAPTURE-TIME   PIC   9(006).
              15 ANL-CAPTURE-SEQ    PIC   9(003).
           10   ANL-HZAB            PIC   X(004).
           10   ANL-HZAN            PIC   X(006).
           10   ANL-HZAS            PIC   X(003).
           10   ANL-FIELD-COUNT     PIC   9(002).
           10   ANL-AGE-DAYS        PIC   9(005).
           10   FILLER              PIC   X(010).
