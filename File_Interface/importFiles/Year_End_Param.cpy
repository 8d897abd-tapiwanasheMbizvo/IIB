       01 YEAR-END-PARAM-RECORD.
*
      *    ONE RECORD.  THE FINANCIAL YEAR ENDS WITH THE LAST
      *    BUSINESS DAY OF THE END MONTH.  THE RETAINED EARNINGS
      *    ACCOUNT AND SUFFIX ARE HELD IN EVERY BRANCH; EACH BRANCH'S
      *    PROFIT-AND-LOSS ACCOUNTS ARE CLOSED INTO ITS OWN.  A TRIAL
      *    RUN IS VALIDATED ONLY; A LIVE RUN POSTS THE SAME BATCH.
           10   YEP-FY-END-MONTH    PIC   9(002).
           10   YEP-RUN-MODE        PIC   X(001).
              88 YEP-TRIAL-RUN                  VALUE 'T'.
              88 YEP-LIVE-RUN                   VALUE 'L'.
           10   YEP-RE-ACCOUNT      PIC   X(006).
           10   YEP-RE-SUBACCT      PIC   X(003).
           10   YEP-TCD-DEBIT       PIC   X(003).
           10   YEP-TCD-CREDIT      PIC   X(003).
           10   FILLER              PIC   X(010).
