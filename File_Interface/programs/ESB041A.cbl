000307*                      OVER CEILING AND MAKER-EQUALS-CHECKER
000308*                      ARE REFUSED, REPORTED, AND THE ITEM IS
000309*                      CARRIED PENDING.
000310*    15-OCT-2026  TC   EVERY APPROVAL AND DECLINE IS APPENDED TO
000311*                      THE OPERATOR-ACTION JOURNAL (ESB110J), AND
000312*                      THE ENTITLEMENT CHECK IS GIVEN THE ITEM'S
000313*                      CONTEXT SO A REFUSED ATTEMPT IS JOURNALLED
000314*                      TOO.  THE DECISION RECORD MAY CARRY THE
000315*                      TIME DECIDED.
000310******************************************************************
000320 PROGRAM-ID. ESB041A.
000330 ENVIRONMENT DIVISION.
000980        10 A1-DEC-ACTION          PIC X(001).
000990        10 A1-DEC-AUTHORISER      PIC X(010).
001000        10 A1-DEC-LEVEL           PIC X(002).
001001        10 A1-DEC-TIME            PIC X(006).
001002 01  A1-REFUSAL-HEADING-LINE.
001003     05 FILLER                    PIC X(038)
001004            VALUE 'AUTHORIZATION ENTITLEMENT REFUSALS    '.
001020 COPY "Transaction_Req.cpy".
001021 COPY "Entitlement_Check.cpy".
001022 COPY "Pcref_Status_Index.cpy".
001026 COPY "Operator_Action.cpy".
001030 COPY "Run_Statistics.cpy".
001040 PROCEDURE DIVISION.
001050*-----------------------------------------------------------------
001430         MOVE AUD-AUTHORISER-ID
001440             TO A1-DEC-AUTHORISER (A1-DEC-IDX)
001450         MOVE AUD-AUTH-LEVEL TO A1-DEC-LEVEL (A1-DEC-IDX)
001455         MOVE AUD-DECIDED-TIME TO A1-DEC-TIME (A1-DEC-IDX)
001460     END-IF.
001470     PERFORM 9100-READ-AUTHDECF THRU 9100-EXIT.
001480 1100-EXIT.
002007     MOVE PAU-MAKER-ID TO ETC-MAKER-ID.
002008     MOVE 'S' TO ETC-REQUIRED-ROLE.
002009     MOVE PAU-AMOUNT TO ETC-AMOUNT.
002010     PERFORM 2170-SET-CHECK-CONTEXT THRU 2170-EXIT.
002010     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
002011 2150-EXIT.
002012     EXIT.
002036 2160-EXIT.
002037     EXIT.
002038*-----------------------------------------------------------------
002039 2170-SET-CHECK-CONTEXT.
002040*-----------------------------------------------------------------
002041     MOVE PAU-REQ-IMAGE TO TRANSACTION-REQ.
002042     MOVE 'ESB041A' TO ETC-PROGRAM-ID.
002043     MOVE 'APPR' TO ETC-ACTION-TYPE.
002044     MOVE PAU-PCREF TO ETC-PCREF.
002045     MOVE PAU-TRANSQ TO ETC-TRANSQ.
002046     MOVE GZAB1 OF TRANSACTION-REQ-BODY TO ETC-HZAB.
002047     MOVE GZAN1 OF TRANSACTION-REQ-BODY TO ETC-HZAN.
002048     MOVE GZAS1 OF TRANSACTION-REQ-BODY TO ETC-HZAS.
002049     MOVE A1-DEC-TIME (A1-DEC-LOOKUP-IDX) TO ETC-ACTION-TIME.
002050 2170-EXIT.
002051     EXIT.
002052*-----------------------------------------------------------------
002040 2200-RELEASE-APPROVED.
002020*-----------------------------------------------------------------
002030     ADD 1 TO A1-APPROVED-COUNT.
002200     SET PSI-PASSED TO TRUE.
002210     MOVE 'AUTHORIZED FOR RELEASE' TO PSI-STATUS-TEXT.
002220     PERFORM 9800-POST-STATUS-EVENT THRU 9800-EXIT.
002225     PERFORM 2400-JOURNAL-DECISION THRU 2400-EXIT.
002230 2200-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002370     SET PSI-REJECTED TO TRUE.
002380     MOVE 'DECLINED BY SUPERVISOR' TO PSI-STATUS-TEXT.
002390     PERFORM 9800-POST-STATUS-EVENT THRU 9800-EXIT.
002395     PERFORM 2400-JOURNAL-DECISION THRU 2400-EXIT.
002400 2300-EXIT.
002401     EXIT.
002402*-----------------------------------------------------------------
002403 2400-JOURNAL-DECISION.
002404*-----------------------------------------------------------------
002405*    THE ACCOUNT FIELDS WERE SET ON THE ENTITLEMENT CONTEXT BY
002406*    2170-SET-CHECK-CONTEXT FOR THIS SAME ITEM.
002407     MOVE SPACES TO OPERATOR-ACTION-RECORD.
002408     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-TIME.
002409     MOVE A1-RUN-DATE TO OPA-ACTION-DATE.
002410     IF A1-DEC-TIME (A1-DEC-LOOKUP-IDX) IS NUMERIC
002411         MOVE A1-DEC-TIME (A1-DEC-LOOKUP-IDX) TO OPA-ACTION-TIME
002412     END-IF.
002413     MOVE A1-DEC-AUTHORISER (A1-DEC-LOOKUP-IDX)
002414         TO OPA-OPERATOR-ID.
002415     MOVE 'ESB041A' TO OPA-PROGRAM-ID.
002416     SET OPA-APPROVAL TO TRUE.
002417     MOVE PAU-PCREF TO OPA-PCREF.
002418     MOVE PAU-TRANSQ TO OPA-TRANSQ.
002419     MOVE ETC-HZAB TO OPA-HZAB.
002420     MOVE ETC-HZAN TO OPA-HZAN.
002421     MOVE ETC-HZAS TO OPA-HZAS.
002422     MOVE PAU-AMOUNT TO OPA-AMOUNT.
002423     IF PAU-APPROVED
002424         SET OPA-ACCEPTED TO TRUE
002425     ELSE
002426         SET OPA-DECLINED TO TRUE
002427     END-IF.
002428     MOVE PSI-STATUS-TEXT TO OPA-REASON.
002429     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
002430 2400-EXIT.
002410     EXIT.
002420*-----------------------------------------------------------------
002430 8000-TERMINATE.
