       01 CONTROL-TABLE-REGISTRY.
*
      *    CONTROL TABLES MAINTAINED THROUGH ESB113M AND PUBLISHED
      *    BY ESB114P.  THE TABLE ID IS THE DD NAME THE READING
      *    PROGRAMS OPEN; THE ROW KEY IS TAKEN FROM THE ROW IMAGE AT
      *    THE GIVEN START AND LENGTH (LENGTH ZERO FOR A SINGLE-ROW
      *    TABLE); THE RECORD LENGTH IS THE PUBLISHED ROW LENGTH.
           10   FILLER              PIC   X(017)
                                    VALUE 'ACCTLIMF001017066'.
           10   FILLER              PIC   X(017)
                                    VALUE 'AUTHLIMF001006033'.
           10   FILLER              PIC   X(017)
                                    VALUE 'EQAVAILF001008080'.
           10   FILLER              PIC   X(017)
                                    VALUE 'HDRPARMF001004056'.
           10   FILLER              PIC   X(017)
                                    VALUE 'LEVYPRMF001000047'.
           10   FILLER              PIC   X(017)
                                    VALUE 'ODINTPRM001000049'.
           10   FILLER              PIC   X(017)
                                    VALUE 'PDATPRMF001000050'.
           10   FILLER              PIC   X(017)
                                    VALUE 'QAGELIMF001008021'.
           10   FILLER              PIC   X(017)
                                    VALUE 'RPTTHRF 001003028'.
           10   FILLER              PIC   X(017)
                                    VALUE 'RSPDICTF001005050'.
           10   FILLER              PIC   X(017)
                                    VALUE 'SFWDPRMF001000040'.
           10   FILLER              PIC   X(017)
                                    VALUE 'TARIFF  001003071'.
       01 CONTROL-TABLE-REGISTRY-TABLE
                                    REDEFINES CONTROL-TABLE-REGISTRY.
           10   CTR-ENTRY           OCCURS 12 TIMES
                                    INDEXED BY CTR-IDX.
              15 CTR-TABLE-ID       PIC   X(008).
              15 CTR-KEY-START      PIC   9(003).
              15 CTR-KEY-LENGTH     PIC   9(003).
              15 CTR-RECORD-LENGTH  PIC   9(003).
       01 CTR-TABLE-COUNT           PIC   9(004) COMP VALUE 12.
