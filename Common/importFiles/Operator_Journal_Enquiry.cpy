       01 OPERATOR-JOURNAL-ENQUIRY-RECORD.
*
           10   OJE-OPERATOR-ID     PIC   X(010).
           10   OJE-FROM-DATE       PIC   9(008).
           10   OJE-TO-DATE         PIC   9(008).
           10   FILLER              PIC   X(010).
