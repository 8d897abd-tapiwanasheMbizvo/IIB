       01 DD-COLLECTION-REGISTER.
*
           10   DCR-ORIGINATOR-ID   PIC   X(010).
           10   DCR-MANDATE-REF     PIC   X(016).
           10   DCR-ITEM-REF        PIC   X(016).
           10   DCR-FILE-REF        PIC   X(016).
           10   DCR-BRANCH          PIC   X(004).
           10   DCR-ACCOUNT         PIC   X(006).
           10   DCR-SUBACCT         PIC   X(003).
           10   DCR-AMOUNT          PIC   9(015)V99.
           10   DCR-COLLECT-DATE    PIC   9(008).
           10   DCR-PCREF           PIC   X(015).
           10   DCR-TRANSQ          PIC   X(004).
           10   DCR-STATUS          PIC   X(001).
              88 DCR-COLLECTED             VALUE 'C'.
              88 DCR-REFUNDED              VALUE 'R'.
           10   DCR-REFUND-DATE     PIC   9(008).
           10   FILLER              PIC   X(006).
