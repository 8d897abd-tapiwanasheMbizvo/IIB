       01 SUBJECT-ACCESS-REQUEST-RECORD.
*
      *    ONE CUSTOMER SUBJECT ACCESS REQUEST FOR ESB123X.  THE
      *    REFERENCE IS THE DATA PROTECTION OFFICE'S OWN CASE NUMBER
      *    AND IS PRINTED ON THE EXTRACT; THE OFFICER RAISING THE
      *    REQUEST MUST HOLD THE COMPLIANCE ROLE.
           10   SAR-HZCUS           PIC   X(006).
           10   SAR-REFERENCE       PIC   X(012).
           10   SAR-OPERATOR-ID     PIC   X(010).
           10   SAR-RECEIVED-DATE   PIC   9(008).
           10   FILLER              PIC   X(014).
