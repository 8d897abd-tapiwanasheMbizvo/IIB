       01 PAYMENT-DISPATCH-RECORD.
*
           10   PDR-MESSAGE-ID      PIC   X(016).
           10   PDR-PCREF           PIC   X(020).
           10   PDR-TRANSQ          PIC   X(004).
           10   PDR-SENDER-REF      PIC   X(016).
           10   PDR-RECEIVER-BIC    PIC   X(011).
           10   PDR-CCY             PIC   X(003).
           10   PDR-AMOUNT          PIC   9(015)V99.
           10   PDR-VALUE-DATE      PIC   9(008).
           10   PDR-DISPATCH-DATE   PIC   9(008).
           10   PDR-DISPATCH-TIME   PIC   9(006).
           10   FILLER              PIC   X(011).
