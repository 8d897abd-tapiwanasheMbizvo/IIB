       01 TERM-DEPOSIT-RECORD.
*
           10   TDR-DEPOSIT-NO      PIC   X(016).
           10   TDR-HZCUS           PIC   X(006).
           10   TDR-BRANCH          PIC   X(004).
           10   TDR-ACCOUNT         PIC   X(006).
           10   TDR-SUBACCT         PIC   X(003).
           10   TDR-CCY             PIC   X(003).
           10   TDR-PRINCIPAL       PIC   9(015)V99.
      *    RATE IS PERCENT PER ANNUM; DAY BASIS 365 OR 360 (ZERO
      *    TAKES THE PARAMETER DEFAULT).
           10   TDR-RATE            PIC   9(003)V9(006).
           10   TDR-DAY-BASIS       PIC   9(003).
           10   TDR-START-DATE      PIC   9(008).
           10   TDR-MATURITY-DATE   PIC   9(008).
           10   TDR-TERM-DAYS       PIC   9(005).
           10   TDR-INSTRUCTION     PIC   X(001).
              88 TDR-PAYOUT                 VALUE 'P'.
              88 TDR-ROLL-PRINCIPAL         VALUE 'R'.
              88 TDR-ROLL-ALL               VALUE 'C'.
              88 TDR-INSTRUCTION-VALID      VALUE 'P' 'R' 'C'.
           10   TDR-PAYOUT-BRANCH   PIC   X(004).
           10   TDR-PAYOUT-ACCOUNT  PIC   X(006).
           10   TDR-PAYOUT-SUBACCT  PIC   X(003).
           10   TDR-LIEN-FLAG       PIC   X(001).
              88 TDR-LIENED                 VALUE 'Y'.
           10   TDR-LIEN-REF        PIC   X(016).
           10   TDR-LIEN-GZHNO      PIC   X(005).
           10   TDR-LIEN-HOLD-SW    PIC   X(001).
              88 TDR-LIEN-HOLD-ON           VALUE 'Y'.
              88 TDR-LIEN-HOLD-RELEASED     VALUE 'R'.
           10   TDR-STATUS          PIC   X(001).
              88 TDR-ACTIVE                 VALUE 'A'.
              88 TDR-CLOSED                 VALUE 'P'.
           10   TDR-STATUS-DATE     PIC   9(008).
           10   TDR-ROLL-COUNT      PIC   9(003).
           10   TDR-LAST-INTEREST   PIC   9(015)V99.
           10   TDR-LAST-MATURED    PIC   9(008).
      *    INTAKE ONLY - SPACES ON THE REGISTER.
           10   TDR-INTAKE-ACTION   PIC   X(001).
              88 TDR-INTAKE-NEW             VALUE 'N'.
              88 TDR-INTAKE-INSTRUCTION     VALUE 'I'.
              88 TDR-INTAKE-LIEN            VALUE 'L'.
           10   TDR-OPERATOR-ID     PIC   X(010).
           10   FILLER              PIC   X(027).
