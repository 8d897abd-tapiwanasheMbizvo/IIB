       01 TAX-CERTIFICATE-RECORD.
*
           10   TXC-TAX-YEAR        PIC   9(004).
           10   TXC-HZCUS           PIC   X(006).
           10   TXC-HZCUN           PIC   X(035).
           10   TXC-HZCUNA          PIC   X(035).
           10   TXC-HZCLC           PIC   X(003).
           10   TXC-CCY             PIC   X(003).
           10   TXC-CATEGORY        PIC   X(003).
           10   TXC-EXEMPT-SW       PIC   X(001).
              88 TXC-EXEMPT                  VALUE 'Y'.
           10   TXC-ACCOUNT-COUNT   PIC   9(003).
           10   TXC-GROSS           PIC   9(013)V99.
           10   TXC-TAX             PIC   9(013)V99.
           10   TXC-NET             PIC   9(013)V99.
           10   TXC-PAYER-TIN       PIC   X(015).
           10   TXC-PAYER-NAME      PIC   X(035).
           10   TXC-ISSUE-DATE      PIC   9(008).
           10   FILLER              PIC   X(010).
