       01 DD-CUSTOMER-INSTRUCTION.
*
           10   DCI-ACTION          PIC   X(001).
              88 DCI-NEW-MANDATE           VALUE 'N'.
              88 DCI-CANCEL-MANDATE        VALUE 'C'.
              88 DCI-SUSPEND-MANDATE       VALUE 'S'.
              88 DCI-REINSTATE-MANDATE     VALUE 'A'.
              88 DCI-STOP-COLLECTION       VALUE 'P'.
              88 DCI-REFUND-CLAIM          VALUE 'R'.
           10   DCI-ORIGINATOR-ID   PIC   X(010).
           10   DCI-MANDATE-REF     PIC   X(016).
           10   DCI-BRANCH          PIC   X(004).
           10   DCI-ACCOUNT         PIC   X(006).
           10   DCI-SUBACCT         PIC   X(003).
           10   DCI-MAX-AMOUNT      PIC   9(013)V99.
           10   DCI-FREQUENCY       PIC   X(001).
           10   DCI-START-DATE      PIC   9(008).
           10   DCI-END-DATE        PIC   9(008).
      *    ITEM REFERENCE OF THE COLLECTION STOPPED OR CLAIMED.
           10   DCI-ITEM-REF        PIC   X(016).
           10   DCI-LODGED-BY       PIC   X(010).
           10   DCI-REASON          PIC   X(030).
           10   FILLER              PIC   X(022).
