       01 CREDENTIAL-MASK-AREA.
      *
      *    ESB115K MASKS OR CHECKS THE SIGN-ON FIELDS OF ONE MESSAGE
      *    HEADER.  THE CALLER MOVES THE FIRST 320 BYTES OF THE
      *    IMAGE IN AND, AFTER A MASK, MOVES THEM BACK.  REQUEST
      *    HEADERS (TRANSACTION-REQ, EQHOLD-REQ, EQHOLD-REL-REQ)
      *    CARRY USER, PASSWRD AND USID; RESPONSE HEADERS (EQHOLD-
      *    RSP, TRANSACTION-RSP) CARRY USER, PWORD AND XUSID; THE
      *    BALANCE-ENQUIRY HEADER CARRIES USER, PWD AND USID.
           10   CMK-FUNCTION        PIC   X(001).
              88 CMK-MASK                   VALUE 'M'.
              88 CMK-VERIFY                 VALUE 'V'.
           10   CMK-LAYOUT          PIC   X(001).
              88 CMK-REQUEST-HEADER         VALUE 'Q'.
              88 CMK-RESPONSE-HEADER        VALUE 'R'.
              88 CMK-ENQUIRY-HEADER         VALUE 'B'.
           10   CMK-HEADER          PIC   X(320).
      *    ON RETURN: ONE FLAG PER FIELD FOUND IN CLEAR (AND, FOR A
      *    MASK, NOW MASKED) AND THEIR COUNT.  A BLANK FIELD HOLDS
      *    NOTHING AND IS LEFT ALONE.
           10   CMK-USER-SW         PIC   X(001).
              88 CMK-USER-CLEAR             VALUE 'Y'.
           10   CMK-PASSWORD-SW     PIC   X(001).
              88 CMK-PASSWORD-CLEAR         VALUE 'Y'.
           10   CMK-USID-SW         PIC   X(001).
              88 CMK-USID-CLEAR             VALUE 'Y'.
           10   CMK-CLEAR-COUNT     PIC   9(001).
           10   CMK-STATUS          PIC   X(001).
              88 CMK-OK                     VALUE '0'.
              88 CMK-BAD-REQUEST            VALUE '2'.
           10   FILLER              PIC   X(010).
       01 CREDENTIAL-MASK-VALUE     PIC   X(010) VALUE '**********'.
