       01 DISPUTE-CASE-ACTION-RECORD.
*
      *    OPERATOR ACTION AGAINST THE DISPUTE CASE FILE.  A BLANK
      *    CASE NUMBER ON AN ACTION THAT FOLLOWS AN OPEN APPLIES TO
      *    THE CASE JUST OPENED.
           10   DCA-ACTION          PIC   X(001).
              88 DCA-OPEN-CASE             VALUE 'O'.
              88 DCA-ADD-REFERENCE         VALUE 'R'.
              88 DCA-ASSIGN                VALUE 'A'.
              88 DCA-INVESTIGATE           VALUE 'I'.
              88 DCA-NOTE                  VALUE 'N'.
              88 DCA-REFUND                VALUE 'F'.
              88 DCA-REJECT                VALUE 'J'.
           10   DCA-CASE-NUMBER     PIC   X(014).
           10   DCA-OPERATOR-ID     PIC   X(010).
           10   DCA-ACTION-DATE     PIC   X(008).
           10   DCA-ACTION-TIME     PIC   X(006).
           10   DCA-HZCUS           PIC   X(006).
           10   DCA-BRANCH          PIC   X(004).
           10   DCA-CATEGORY        PIC   X(004).
           10   DCA-RECEIVED-DATE   PIC   X(008).
           10   DCA-PCREF           PIC   X(015).
           10   DCA-TRANSQ          PIC   X(004).
           10   DCA-GZTREF          PIC   X(016).
           10   DCA-ASSIGN-TO       PIC   X(010).
           10   DCA-TEXT            PIC   X(060).
           10   FILLER              PIC   X(010).
