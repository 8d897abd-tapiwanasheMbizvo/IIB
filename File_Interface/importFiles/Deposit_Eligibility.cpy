       01 DEPOSIT-ELIGIBILITY-RECORD.
*
      *    ONE ROW PER PRODUCT (HZAPP) AND ACCOUNT TYPE (HZACT).  A
      *    ROW WITH A BLANK ACCOUNT TYPE COVERS EVERY TYPE OF THE
      *    PRODUCT NOT LISTED ON ITS OWN.  THE SET-OFF FLAG SAYS
      *    WHETHER AN OVERDRAWN BALANCE ON THE TYPE IS SET OFF
      *    AGAINST THE DEPOSITOR'S ELIGIBLE DEPOSITS.
           10   DEL-HZAPP           PIC   X(002).
           10   DEL-HZACT           PIC   X(002).
           10   DEL-ELIGIBLE-SW     PIC   X(001).
              88 DEL-ELIGIBLE                   VALUE 'Y'.
              88 DEL-INELIGIBLE                 VALUE 'N'.
           10   DEL-SET-OFF-SW      PIC   X(001).
              88 DEL-SET-OFF                    VALUE 'Y'.
           10   FILLER              PIC   X(010).
