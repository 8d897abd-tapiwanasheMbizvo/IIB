       01 BUREAU-SUBMISSION-RECORD.
*
      *    MONTHLY CREDIT BUREAU SUBMISSION.  ONE HEADER, ONE DETAIL
      *    PER CREDIT FACILITY AND ONE TRAILER CARRYING THE CONTROL
      *    TOTALS.  A DETAIL MARKED AS A CORRECTION REPLACES THE
      *    RECORD THE BUREAU REJECTED FOR CBS-DTL-REJECTED-PERIOD.
           10   CBS-RECTYPE         PIC   X(001).
              88 CBS-HEADER                  VALUE 'H'.
              88 CBS-DETAIL                  VALUE 'D'.
              88 CBS-TRAILER                 VALUE 'T'.
           10   CBS-BODY            PIC   X(249).
           10   CBS-HEADER-BODY REDEFINES CBS-BODY.
              15 CBS-HDR-MEMBER-ID PIC   X(010).
              15 CBS-HDR-BUREAU-ID PIC   X(008).
              15 CBS-HDR-PERIOD    PIC   9(006).
              15 CBS-HDR-CREATED   PIC   9(008).
              15 FILLER            PIC   X(217).
           10   CBS-DETAIL-BODY REDEFINES CBS-BODY.
              15 CBS-DTL-PERIOD    PIC   9(006).
              15 CBS-DTL-HZAB      PIC   X(004).
              15 CBS-DTL-HZAN      PIC   X(006).
              15 CBS-DTL-HZAS      PIC   X(003).
              15 CBS-DTL-HZCUS     PIC   X(006).
              15 CBS-DTL-NAME      PIC   X(035).
              15 CBS-DTL-NAME-2    PIC   X(035).
              15 CBS-DTL-HZCLC     PIC   X(003).
              15 CBS-DTL-CCY       PIC   X(003).
              15 CBS-DTL-LIMIT     PIC   9(014)V99.
              15 CBS-DTL-BALANCE   PIC   9(014)V99.
              15 CBS-DTL-HIGHEST   PIC   9(014)V99.
              15 CBS-DTL-DAYS-PAST PIC   9(005).
              15 CBS-DTL-STATUS    PIC   X(001).
                 88 CBS-DTL-OPEN             VALUE 'O'.
                 88 CBS-DTL-CLOSED           VALUE 'C'.
                 88 CBS-DTL-DORMANT          VALUE 'D'.
              15 CBS-DTL-CORRECTION
                                   PIC   X(001).
                 88 CBS-DTL-IS-CORRECTION    VALUE 'C'.
              15 CBS-DTL-REJECTED-PERIOD
                                   PIC   9(006).
              15 FILLER            PIC   X(087).
           10   CBS-TRAILER-BODY REDEFINES CBS-BODY.
              15 CBS-TRL-RECORDS   PIC   9(007).
              15 CBS-TRL-CORRECTIONS
                                   PIC   9(007).
              15 CBS-TRL-LIMIT     PIC   9(015)V99.
              15 CBS-TRL-BALANCE   PIC   9(015)V99.
              15 CBS-TRL-HIGHEST   PIC   9(015)V99.
              15 FILLER            PIC   X(184).
