       01 BUREAU-REJECTION-RECORD.
*
      *    THE CREDIT BUREAU'S RESPONSE TO A SUBMISSION.  THE HEADER
      *    NAMES THE SUBMISSION BY ITS CREATION DATE AND GIVES THE
      *    BUREAU'S COUNTS; ONE REJECT RECORD FOLLOWS FOR EACH DETAIL
      *    THE BUREAU DID NOT ACCEPT.
           10   CBJ-RECTYPE         PIC   X(001).
              88 CBJ-HEADER                  VALUE 'H'.
              88 CBJ-REJECT                  VALUE 'R'.
           10   CBJ-BODY            PIC   X(099).
           10   CBJ-HEADER-BODY REDEFINES CBJ-BODY.
              15 CBJ-HDR-MEMBER-ID PIC   X(010).
              15 CBJ-HDR-SUBMIT-DATE
                                   PIC   9(008).
              15 CBJ-HDR-RECEIVED  PIC   9(007).
              15 CBJ-HDR-ACCEPTED  PIC   9(007).
              15 CBJ-HDR-REJECTED  PIC   9(007).
              15 CBJ-HDR-ACCEPTED-BAL
                                   PIC   9(015)V99.
              15 FILLER            PIC   X(043).
           10   CBJ-REJECT-BODY REDEFINES CBJ-BODY.
              15 CBJ-REJ-PERIOD    PIC   9(006).
              15 CBJ-REJ-HZAB      PIC   X(004).
              15 CBJ-REJ-HZAN      PIC   X(006).
              15 CBJ-REJ-HZAS      PIC   X(003).
              15 CBJ-REJ-CODE      PIC   X(004).
              15 CBJ-REJ-TEXT      PIC   X(040).
              15 FILLER            PIC   X(036).
