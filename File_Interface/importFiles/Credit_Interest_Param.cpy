       01 CREDIT-INTEREST-PARAM-RECORD.
*
           10   CIP-DAY-BASIS       PIC   9(003).
           10   CIP-TCD-DEBIT       PIC   X(003).
           10   CIP-TCD-CREDIT      PIC   X(003).
      *    INTEREST EXPENSE, ACCRUED INTEREST PAYABLE AND WITHHOLDING
      *    TAX PAYABLE GENERAL LEDGER ACCOUNTS.
           10   CIP-EXPENSE-BRANCH  PIC   X(004).
           10   CIP-EXPENSE-ACCOUNT PIC   X(006).
           10   CIP-EXPENSE-SUBACCT PIC   X(003).
           10   CIP-PAYABLE-BRANCH  PIC   X(004).
           10   CIP-PAYABLE-ACCOUNT PIC   X(006).
           10   CIP-PAYABLE-SUBACCT PIC   X(003).
           10   CIP-WHT-BRANCH      PIC   X(004).
           10   CIP-WHT-ACCOUNT     PIC   X(006).
           10   CIP-WHT-SUBACCT     PIC   X(003).
           10   CIP-MIN-CAP-AMOUNT  PIC   9(005)V99.
      *    CATEGORY APPLIED TO A CUSTOMER WITH NO ASSIGNMENT ON THE
      *    WITHHOLDING TAX TABLE, AND THE LAST MONTH OF THE TAX YEAR.
           10   CIP-DEFAULT-CATEGORY PIC  X(003).
           10   CIP-TAX-YEAR-END-MONTH PIC 9(002).
           10   CIP-PAYER-TIN       PIC   X(015).
           10   CIP-PAYER-NAME      PIC   X(035).
           10   FILLER              PIC   X(010).
