       01 CHEQUE-DEPOSIT-CODE-RECORD.
*
           10   CDC-TCD             PIC   X(003).
           10   CDC-PRESENT-BANK    PIC   X(004).
           10   CDC-CLEARING-DAYS   PIC   9(002).
           10   FILLER              PIC   X(011).
