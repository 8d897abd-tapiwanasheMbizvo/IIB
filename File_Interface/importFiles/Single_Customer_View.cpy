       01 SINGLE-CUSTOMER-VIEW-RECORD.
*
      *    DEPOSIT PROTECTION SCHEME LAYOUT.  ONE HEADER, THEN FOR
      *    EACH DEPOSITOR ITS DEPOSITOR RECORD FOLLOWED BY ONE
      *    ACCOUNT RECORD PER ACCOUNT, THEN ONE TRAILER.  AMOUNTS
      *    ARE IN THE LOCAL CURRENCY NAMED ON THE HEADER UNLESS
      *    MARKED AS IN THE ACCOUNT CURRENCY.
           10   SCV-RECTYPE         PIC   X(001).
              88 SCV-FILE-HEADER           VALUE 'H'.
              88 SCV-DEPOSITOR             VALUE 'D'.
              88 SCV-ACCOUNT               VALUE 'A'.
              88 SCV-FILE-TRAILER          VALUE 'T'.
           10   SCV-HZCUS           PIC   X(006).
           10   SCV-BODY            PIC   X(173).
           10   SCV-HEADER-BODY REDEFINES SCV-BODY.
              15 SCV-HDR-SCHEME-ID PIC   X(008).
              15 SCV-HDR-INSTITUTION
                                  PIC   X(008).
              15 SCV-HDR-AS-AT-DATE
                                  PIC   9(008).
              15 SCV-HDR-LOCAL-CCY PIC   X(003).
              15 SCV-HDR-COVER-LIMIT
                                  PIC   9(013)V99.
              15 FILLER            PIC   X(131).
           10   SCV-DEPOSITOR-BODY REDEFINES SCV-BODY.
              15 SCV-DEP-NAME      PIC   X(035).
              15 SCV-DEP-NAME-2    PIC   X(035).
              15 SCV-DEP-HZCLC     PIC   X(003).
              15 SCV-DEP-ACCOUNTS  PIC   9(004).
              15 SCV-DEP-GROSS     PIC   9(015)V99.
              15 SCV-DEP-SET-OFF   PIC   9(015)V99.
              15 SCV-DEP-NET       PIC   9(015)V99.
              15 SCV-DEP-INSURED   PIC   9(015)V99.
              15 SCV-DEP-UNINSURED PIC   9(015)V99.
              15 SCV-DEP-IDENTITY  PIC   X(001).
                 88 SCV-IDENTITY-COMPLETE  VALUE 'C'.
                 88 SCV-IDENTITY-INCOMPLETE
                                           VALUE 'I'.
              15 FILLER            PIC   X(010).
           10   SCV-ACCOUNT-BODY REDEFINES SCV-BODY.
              15 SCV-ACC-HZAB      PIC   X(004).
              15 SCV-ACC-HZAN      PIC   X(006).
              15 SCV-ACC-HZAS      PIC   X(003).
              15 SCV-ACC-HZAPP     PIC   X(002).
              15 SCV-ACC-HZACT     PIC   X(002).
              15 SCV-ACC-CCY       PIC   X(003).
      *       IN THE ACCOUNT CURRENCY.
              15 SCV-ACC-CREDIT    PIC   9(015)V99.
              15 SCV-ACC-DEBIT     PIC   9(015)V99.
              15 SCV-ACC-RATE      PIC   9(008)V9(006).
      *       IN THE LOCAL CURRENCY.
              15 SCV-ACC-LCY-CREDIT
                                  PIC   9(015)V99.
              15 SCV-ACC-LCY-DEBIT PIC   9(015)V99.
              15 SCV-ACC-ELIGIBLE  PIC   X(001).
                 88 SCV-ACC-IS-ELIGIBLE    VALUE 'Y'.
              15 SCV-ACC-SET-OFF   PIC   X(001).
                 88 SCV-ACC-IS-SET-OFF     VALUE 'Y'.
              15 SCV-ACC-RATED     PIC   X(001).
                 88 SCV-ACC-NO-RATE        VALUE 'N'.
              15 FILLER            PIC   X(068).
           10   SCV-TRAILER-BODY REDEFINES SCV-BODY.
              15 SCV-TRL-DEPOSITORS
                                  PIC   9(007).
              15 SCV-TRL-ACCOUNTS  PIC   9(007).
              15 SCV-TRL-NET       PIC   9(015)V99.
              15 SCV-TRL-INSURED   PIC   9(015)V99.
              15 SCV-TRL-UNINSURED PIC   9(015)V99.
              15 FILLER            PIC   X(108).
