       01 OUTWARD-PAYMENT-MESSAGE.
*
           10   OPM-MESSAGE-ID      PIC   X(016).
           10   OPM-MESSAGE-TYPE    PIC   X(003).
           10   OPM-RECEIVER-BIC    PIC   X(011).
           10   OPM-SENDER-REF      PIC   X(016).
           10   OPM-BANK-OP-CODE    PIC   X(004).
           10   OPM-VALUE-DATE      PIC   9(008).
           10   OPM-CCY             PIC   X(003).
           10   OPM-AMOUNT          PIC   9(015)V99.
           10   OPM-ORDERING-ACCOUNT PIC  X(034).
           10   OPM-ORDERING-NAME   PIC   X(035).
           10   OPM-ORDERING-ADDR   PIC   X(035).
           10   OPM-BENEF-ACCOUNT   PIC   X(034).
           10   OPM-BENEF-NAME      PIC   X(035).
           10   OPM-BENEF-ADDR-1    PIC   X(035).
           10   OPM-BENEF-ADDR-2    PIC   X(035).
           10   OPM-CHARGES         PIC   X(003).
           10   OPM-PCREF           PIC   X(020).
           10   OPM-TRANSQ          PIC   X(004).
           10   FILLER              PIC   X(020).
