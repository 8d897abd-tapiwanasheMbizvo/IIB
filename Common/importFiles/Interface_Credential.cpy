       01 INTERFACE-CREDENTIAL-RECORD.
      *
      *    EQUATION SIGN-ON SUPPLIED AT SEND TIME (ESB015P).  HELD
      *    ON A PROTECTED DATASET (CREDF) READ ONLY BY ESB118U, SO
      *    NO STORED OR REPLAYED COPY OF A MESSAGE NEEDS TO CARRY A
      *    PASSWORD.  ONE ENTRY PER MESSAGE TYPE AND USER, PLUS ONE
      *    DEFAULT ENTRY PER MESSAGE TYPE FOR THE INTERFACE'S OWN
      *    SIGN-ON.
           10   CRD-MSGTYPE-CODE    PIC   X(004).
              88 CRD-TRANSACTION-REQ        VALUE 'TRAN'.
              88 CRD-HOLD-REQ               VALUE 'HOLD'.
              88 CRD-BALANCE-ENQ            VALUE 'BALQ'.
           10   CRD-USER            PIC   X(010).
           10   CRD-PASSWORD        PIC   X(010).
           10   CRD-DEFAULT-SW      PIC   X(001).
              88 CRD-DEFAULT                VALUE 'Y'.
           10   FILLER              PIC   X(015).
