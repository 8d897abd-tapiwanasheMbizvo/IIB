000276*                      VERSION TABLE, SO SOME BRANCHES CAN RUN
000277*                      THE NEW EQUATION VERSION WHILE THE REST
000278*                      STAY ON E3C DURING THE MIGRATION YEAR.
000279*    15-OCT-2026  TC   SIGN-ON SUPPLIED AT SEND TIME (ESB118U).
000280*    15-OCT-2026  TC   EACH MESSAGE PASSED THROUGH THE SEND GATE
000281*                      (ESB120G); HELD IN THE STORE-AND-FORWARD
000282*                      BUFFER WHILE EQUATION IS UNAVAILABLE.
000280******************************************************************
000290 PROGRAM-ID. ESB015P.
000300 ENVIRONMENT DIVISION.
000950        88 P5-HOLDREQF-EOF                   VALUE 'Y'.
000960     05 P5-BALENQF-EOF-SW         PIC X(001) VALUE 'N'.
000970        88 P5-BALENQF-EOF                    VALUE 'Y'.
000971 01  P5-UNRESOLVED-COUNT          PIC 9(007) VALUE ZERO.
000972 COPY "Signon_Service.cpy".
000973 COPY "Send_Gate_Service.cpy".
000974 01  P5-HELD-COUNT                PIC 9(007) VALUE ZERO.
000975 01  P5-HOLD-FAILED-COUNT         PIC 9(007) VALUE ZERO.
000980 01  P5-PARAM-COUNT               PIC 9(004) COMP VALUE ZERO.
000990 01  P5-PARAM-TABLE.
001000     05 P5-PARAM-ENTRY OCCURS 20 TIMES
001887                 TO VERSION OF TRANSACTION-REQ-HEADER
001888         END-IF
001890     END-IF.
001891     MOVE 'TRAN' TO SGN-MSGTYPE-CODE.
001892     MOVE USER OF TRANSACTION-REQ-HEADER TO SGN-USER.
001893     MOVE PASSWRD OF TRANSACTION-REQ-HEADER TO SGN-PASSWORD.
001894     CALL 'ESB118U' USING SIGNON-SERVICE-AREA.
001895     MOVE SGN-USER TO USER OF TRANSACTION-REQ-HEADER.
001896     MOVE SGN-PASSWORD TO PASSWRD OF TRANSACTION-REQ-HEADER.
001897     IF SGN-UNRESOLVED
001898         ADD 1 TO P5-UNRESOLVED-COUNT
001899     END-IF.
001900     MOVE 'TRAN' TO SGA-MSGTYPE-CODE.
001901     MOVE PCREF OF TRANSACTION-REQ-HEADER TO SGA-PCREF.
001902     MOVE TRANSQ OF TRANSACTION-REQ-HEADER TO SGA-TRANSQ.
001903     MOVE NMSGS OF TRANSACTION-REQ-HEADER TO SGA-NMSGS.
001904     MOVE LENGTH OF TRANSACTION-REQ TO SGA-MESSAGE-LENGTH.
001905     MOVE TRANSACTION-REQ TO SGA-MESSAGE.
001906     PERFORM 6000-PASS-SEND-GATE THRU 6000-EXIT.
001907     IF NOT SGA-HELD
001908         MOVE TRANSACTION-REQ TO TRANREQP-RECORD
001909         WRITE TRANREQP-RECORD
001910     END-IF.
001920     PERFORM 9200-READ-TRANREQF THRU 9200-EXIT.
001930 2000-EXIT.
001940     EXIT.
002176                 TO VERSION OF EQHOLD-REQ-HEADER
002177         END-IF
002180     END-IF.
002181     MOVE 'HOLD' TO SGN-MSGTYPE-CODE.
002182     MOVE USER OF EQHOLD-REQ-HEADER TO SGN-USER.
002183     MOVE PASSWRD OF EQHOLD-REQ-HEADER TO SGN-PASSWORD.
002184     CALL 'ESB118U' USING SIGNON-SERVICE-AREA.
002185     MOVE SGN-USER TO USER OF EQHOLD-REQ-HEADER.
002186     MOVE SGN-PASSWORD TO PASSWRD OF EQHOLD-REQ-HEADER.
002187     IF SGN-UNRESOLVED
002188         ADD 1 TO P5-UNRESOLVED-COUNT
002189     END-IF.
002190     MOVE 'HOLD' TO SGA-MSGTYPE-CODE.
002191     MOVE PCREF OF EQHOLD-REQ-HEADER TO SGA-PCREF.
002192     MOVE TRANSQ OF EQHOLD-REQ-HEADER TO SGA-TRANSQ.
002193     MOVE NMSGS OF EQHOLD-REQ-HEADER TO SGA-NMSGS.
002194     MOVE LENGTH OF EQHOLD-REQ TO SGA-MESSAGE-LENGTH.
002195     MOVE EQHOLD-REQ TO SGA-MESSAGE.
002196     PERFORM 6000-PASS-SEND-GATE THRU 6000-EXIT.
002197     IF NOT SGA-HELD
002198         MOVE EQHOLD-REQ TO HOLDREQP-RECORD
002199         WRITE HOLDREQP-RECORD
002200     END-IF.
002210     PERFORM 9300-READ-HOLDREQF THRU 9300-EXIT.
002220 3000-EXIT.
002230     EXIT.
002467                 TO VERSION OF BALANCE-ENQUIRY-HEADER
002468         END-IF
002470     END-IF.
002471     MOVE 'BALQ' TO SGN-MSGTYPE-CODE.
002472     MOVE USER OF BALANCE-ENQUIRY-HEADER TO SGN-USER.
002473     MOVE PWD OF BALANCE-ENQUIRY-HEADER TO SGN-PASSWORD.
002474     CALL 'ESB118U' USING SIGNON-SERVICE-AREA.
002475     MOVE SGN-USER TO USER OF BALANCE-ENQUIRY-HEADER.
002476     MOVE SGN-PASSWORD TO PWD OF BALANCE-ENQUIRY-HEADER.
002477     IF SGN-UNRESOLVED
002478         ADD 1 TO P5-UNRESOLVED-COUNT
002479     END-IF.
002480     MOVE 'BALQ' TO SGA-MSGTYPE-CODE.
002481     MOVE PCREF OF BALANCE-ENQUIRY-HEADER TO SGA-PCREF.
002482     MOVE SPACES TO SGA-TRANSQ.
002483     MOVE NMSGS OF BALANCE-ENQUIRY-HEADER TO SGA-NMSGS.
002484     MOVE LENGTH OF BALANCE-ENQUIRY TO SGA-MESSAGE-LENGTH.
002485     MOVE BALANCE-ENQUIRY TO SGA-MESSAGE.
002486     PERFORM 6000-PASS-SEND-GATE THRU 6000-EXIT.
002487     IF NOT SGA-HELD
002488         MOVE BALANCE-ENQUIRY TO BALENQP-RECORD
002489         WRITE BALENQP-RECORD
002490     END-IF.
002500     PERFORM 9400-READ-BALENQF THRU 9400-EXIT.
002510 4000-EXIT.
002520     EXIT.
002571 5200-EXIT.
002572     EXIT.
002573*-----------------------------------------------------------------
002574 6000-PASS-SEND-GATE.
002575*-----------------------------------------------------------------
002576*    THE GATE DECIDES WHETHER THE MESSAGE GOES TO EQUATION NOW OR
002577*    WAITS IN THE STORE-AND-FORWARD BUFFER.  IF IT CANNOT BE HELD
002578*    IT IS SENT AS BEFORE AND COUNTED.
002579     SET SGA-CHECK TO TRUE.
002580     MOVE 'ESB015P' TO SGA-CALLER.
002581     CALL 'ESB120G' USING SEND-GATE-AREA.
002582     IF SGA-HELD
002583         ADD 1 TO P5-HELD-COUNT
002584     END-IF.
002585     IF SGA-HOLD-FAILED
002586         ADD 1 TO P5-HOLD-FAILED-COUNT
002587     END-IF.
002588 6000-EXIT.
002589     EXIT.
002590*-----------------------------------------------------------------
002574 8000-TERMINATE.
002550*-----------------------------------------------------------------
002560     CLOSE TRANREQF.
002590     CLOSE TRANREQP.
002600     CLOSE HOLDREQP.
002610     CLOSE BALENQP.
002611     SET SGA-CLOSE TO TRUE.
002612     CALL 'ESB120G' USING SEND-GATE-AREA.
002613     IF P5-HELD-COUNT > ZERO
002614         DISPLAY 'ESB015P: MESSAGES HELD FOR EQUATION WINDOW '
002615             P5-HELD-COUNT
002616     END-IF.
002617     IF P5-UNRESOLVED-COUNT > ZERO
002618         DISPLAY 'ESB015P: MESSAGES SENT WITHOUT A SIGN-ON '
002619             P5-UNRESOLVED-COUNT
002620         MOVE 4 TO RETURN-CODE
002621     END-IF.
002622     IF P5-HOLD-FAILED-COUNT > ZERO
002623         DISPLAY 'ESB015P: MESSAGES SENT THAT COULD NOT BE HELD '
002624             P5-HOLD-FAILED-COUNT
002625         MOVE 4 TO RETURN-CODE
002626     END-IF.
002620 8000-EXIT.
002630     EXIT.
002640*-----------------------------------------------------------------
