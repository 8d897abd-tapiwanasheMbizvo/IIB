000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*    03-SEP-2026  TC   INITIAL VERSION.
000322*    15-OCT-2026  TC   EVERY REFUSED ATTEMPT IS ALSO APPENDED TO
000324*                      THE OPERATOR-ACTION JOURNAL (ESB110J) WITH
000326*                      THE CALLER'S CONTEXT FROM THE NEW
000328*                      ENTITLEMENT-CHECK-AREA FIELDS.
000330******************************************************************
000340 PROGRAM-ID. ESB063E.
000350 ENVIRONMENT DIVISION.
000650        10 E3-PRF-CEILING         PIC 9(013)V99.
000660        10 E3-PRF-STATUS          PIC X(001).
000670 COPY "Entitlement_Check.cpy".
000675 COPY "Operator_Action.cpy".
000680 LINKAGE SECTION.
000690*    THE CALLER PASSES ITS OWN WORKING-STORAGE COPY OF
000700*    ENTITLEMENT-CHECK-AREA AS A PLAIN BYTE AREA.
000710 01  E3-CHECK-AREA                PIC X(134).
000720 PROCEDURE DIVISION USING E3-CHECK-AREA.
000730*-----------------------------------------------------------------
000740 0000-MAINLINE.
000780     END-IF.
000790     MOVE E3-CHECK-AREA TO ENTITLEMENT-CHECK-AREA.
000800     PERFORM 2000-CHECK-ENTITLEMENT THRU 2000-EXIT.
000802     IF NOT ETC-ALLOWED
000804         PERFORM 3000-JOURNAL-REFUSAL THRU 3000-EXIT
000806     END-IF.
000810     MOVE ENTITLEMENT-CHECK-AREA TO E3-CHECK-AREA.
000820     GOBACK.
000830*-----------------------------------------------------------------
001710 2110-EXIT.
001720     EXIT.
001730*-----------------------------------------------------------------
001731 3000-JOURNAL-REFUSAL.
001732*-----------------------------------------------------------------
001733*    A CALLER THAT LEAVES THE CONTEXT FIELDS BLANK STILL GETS
001734*    ITS REFUSAL JOURNALLED, UNDER THIS PROGRAM'S NAME.
001735     MOVE SPACES TO OPERATOR-ACTION-RECORD.
001736     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-DATE
001737                  OPA-ACTION-TIME.
001738     IF ETC-ACTION-TIME IS NUMERIC
001739         MOVE ETC-ACTION-TIME TO OPA-ACTION-TIME
001740     END-IF.
001741     MOVE ETC-OPERATOR-ID TO OPA-OPERATOR-ID.
001742     IF E3-PROFILE-FOUND
001743         MOVE E3-PRF-ROLE (E3-PRF-LOOKUP-IDX)
001744             TO OPA-OPERATOR-ROLE
001745     END-IF.
001746     IF ETC-PROGRAM-ID = SPACES
001747         MOVE 'ESB063E' TO OPA-PROGRAM-ID
001748     ELSE
001749         MOVE ETC-PROGRAM-ID TO OPA-PROGRAM-ID
001750     END-IF.
001751     IF ETC-ACTION-TYPE = SPACES
001752         SET OPA-ENTITLEMENT TO TRUE
001753     ELSE
001754         MOVE ETC-ACTION-TYPE TO OPA-ACTION-TYPE
001755     END-IF.
001756     MOVE ETC-PCREF TO OPA-PCREF.
001757     MOVE ETC-TRANSQ TO OPA-TRANSQ.
001758     MOVE ETC-HZAB TO OPA-HZAB.
001759     MOVE ETC-HZAN TO OPA-HZAN.
001760     MOVE ETC-HZAS TO OPA-HZAS.
001761     IF ETC-AMOUNT IS NUMERIC
001762         MOVE ETC-AMOUNT TO OPA-AMOUNT
001763     ELSE
001764         MOVE ZERO TO OPA-AMOUNT
001765     END-IF.
001766     SET OPA-REFUSED TO TRUE.
001767     MOVE ETC-REASON-TEXT TO OPA-REASON.
001768     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
001769 3000-EXIT.
001770     EXIT.
001771*-----------------------------------------------------------------
001740 9100-READ-OPRPROFF.
001750*-----------------------------------------------------------------
001760     READ OPRPROFF
