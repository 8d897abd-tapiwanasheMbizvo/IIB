000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*    09-AUG-2026  TC   INITIAL VERSION.
000265*    15-OCT-2026  TC   CARRY ACCOUNT TYPE, PRODUCT AND CURRENCY.
000270******************************************************************
000280 PROGRAM-ID. ESB022S.
000290 ENVIRONMENT DIVISION.
001590     MOVE S0-NABL-NUMERIC TO CSS-HZNABL.
001600     MOVE HZODL OF BALANCE-ENQUIRY-BODY TO S0-ODL-TEXT.
001610     MOVE S0-ODL-NUMERIC TO CSS-HZODL.
001612     MOVE HZACT OF BALANCE-ENQUIRY-BODY TO CSS-HZACT.
001614     MOVE HZAPP OF BALANCE-ENQUIRY-BODY TO CSS-HZAPP.
001616     MOVE HZCCY OF BALANCE-ENQUIRY-BODY TO CSS-HZCCY.
001620     MOVE ZERO TO CSS-HOLD-COUNT.
001630     PERFORM 2100-COLLECT-HOLDS THRU 2100-EXIT.
001640     MOVE S0-RUN-DATE TO CSS-CAPTURE-DATE.
