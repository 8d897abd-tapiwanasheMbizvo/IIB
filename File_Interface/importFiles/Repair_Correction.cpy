           10   RPC-FIELD-NAME      PIC   X(008).
           10   RPC-NEW-VALUE       PIC   X(035).
           10   RPC-OPERATOR-ID     PIC   X(010).
           10   RPC-CAPTURE-TIME    PIC   X(006).
           10   FILLER              PIC   X(004).
