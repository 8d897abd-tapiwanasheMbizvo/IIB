              88 RPL-FROM-HOLDREQ               VALUE 'H'.
           10   RPL-PCREF            PIC   X(015).
           10   RPL-TRANSQ           PIC   X(004).
           10   RPL-OPERATOR-ID      PIC   X(010).
           10   RPL-REQUEST-TIME     PIC   X(006).
