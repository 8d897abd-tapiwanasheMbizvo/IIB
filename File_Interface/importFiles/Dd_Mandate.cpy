       01 DD-MANDATE-RECORD.
*
           10   DDM-ORIGINATOR-ID   PIC   X(010).
           10   DDM-MANDATE-REF     PIC   X(016).
           10   DDM-BRANCH          PIC   X(004).
           10   DDM-ACCOUNT         PIC   X(006).
           10   DDM-SUBACCT         PIC   X(003).
           10   DDM-MAX-AMOUNT      PIC   9(013)V99.
           10   DDM-FREQUENCY       PIC   X(001).
              88 DDM-WEEKLY                VALUE 'W'.
              88 DDM-MONTHLY               VALUE 'M'.
              88 DDM-QUARTERLY             VALUE 'Q'.
              88 DDM-HALF-YEARLY           VALUE 'H'.
              88 DDM-YEARLY                VALUE 'Y'.
              88 DDM-AD-HOC                VALUE 'A'.
              88 DDM-FREQUENCY-VALID       VALUE 'W' 'M' 'Q' 'H'
                                                 'Y' 'A'.
           10   DDM-START-DATE      PIC   9(008).
           10   DDM-END-DATE        PIC   9(008).
           10   DDM-STATUS          PIC   X(001).
              88 DDM-ACTIVE                VALUE 'A'.
              88 DDM-CANCELLED             VALUE 'C'.
              88 DDM-SUSPENDED             VALUE 'S'.
           10   DDM-STATUS-DATE     PIC   9(008).
           10   DDM-LAST-COLLECT    PIC   9(008).
      *    A CUSTOMER STOP ON ONE COLLECTION: THE ORIGINATOR'S ITEM
      *    REFERENCE, OR SPACES FOR THE NEXT ONE PRESENTED.
           10   DDM-STOP-PENDING    PIC   X(001).
              88 DDM-STOP-LODGED           VALUE 'Y'.
           10   DDM-STOP-ITEM-REF   PIC   X(016).
           10   DDM-STOP-DATE       PIC   9(008).
           10   FILLER              PIC   X(037).
