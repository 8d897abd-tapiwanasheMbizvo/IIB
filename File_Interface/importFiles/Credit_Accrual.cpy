       01 CREDIT-ACCRUAL-RECORD.
*
           10   CRA-HZAB            PIC   X(004).
           10   CRA-HZAN            PIC   X(006).
           10   CRA-HZAS            PIC   X(003).
           10   CRA-HZCUS           PIC   X(006).
           10   CRA-HZAPP           PIC   X(002).
           10   CRA-HZACT           PIC   X(002).
           10   CRA-CCY             PIC   X(003).
           10   CRA-ACCRUED         PIC   9(012)V9(004).
           10   CRA-DAYS-ACCRUED    PIC   9(003).
           10   CRA-NEXT-CAP-DATE   PIC   9(008).
           10   CRA-LAST-ACCR-DATE  PIC   9(008).
           10   CRA-LAST-CAP-DATE   PIC   9(008).
      *    CAPITALIZED GROSS INTEREST AND TAX WITHHELD, MONTH TO DATE
      *    FOR THE REMITTANCE SCHEDULE AND TAX YEAR TO DATE FOR THE
      *    CERTIFICATE.
           10   CRA-MTD-GROSS       PIC   9(013)V99.
           10   CRA-MTD-TAX         PIC   9(013)V99.
           10   CRA-YTD-GROSS       PIC   9(013)V99.
           10   CRA-YTD-TAX         PIC   9(013)V99.
           10   CRA-TAX-CATEGORY    PIC   X(003).
           10   CRA-EXEMPT-SW       PIC   X(001).
              88 CRA-EXEMPT                  VALUE 'Y'.
           10   CRA-CAP-FREQUENCY   PIC   X(001).
           10   FILLER              PIC   X(009).
