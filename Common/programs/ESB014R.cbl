000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*    09-AUG-2026  TC   INITIAL VERSION.
000282*    15-OCT-2026  TC   A REPLAY REQUESTED BY AN OPERATOR (NEW
000284*                      RPL-OPERATOR-ID) IS APPENDED TO THE
000286*                      OPERATOR-ACTION JOURNAL (ESB110J) FOR EVERY
000288*                      MESSAGE RE-QUEUED.
000290******************************************************************
000300 PROGRAM-ID. ESB014R.
000310 ENVIRONMENT DIVISION.
000890        10 R4-RPL-STREAM          PIC X(001).
000900        10 R4-RPL-PCREF           PIC X(015).
000910        10 R4-RPL-TRANSQ          PIC X(004).
000911        10 R4-RPL-OPERATOR        PIC X(010).
000912        10 R4-RPL-TIME            PIC X(006).
000913 01  R4-AMOUNT-WORK.
000914     05 R4-AMOUNT-TEXT            PIC X(017).
000915     05 R4-AMOUNT-NUMERIC REDEFINES R4-AMOUNT-TEXT
000916                                  PIC 9(015)V99.
000917 COPY "Operator_Action.cpy".
000920 PROCEDURE DIVISION.
000930*-----------------------------------------------------------------
000940 0000-MAINLINE.
001290             TO R4-RPL-PCREF (R4-RPL-IDX)
001300         MOVE RPL-TRANSQ OF REPLAY-REQUEST-RECORD
001310             TO R4-RPL-TRANSQ (R4-RPL-IDX)
001312         MOVE RPL-OPERATOR-ID OF REPLAY-REQUEST-RECORD
001314             TO R4-RPL-OPERATOR (R4-RPL-IDX)
001316         MOVE RPL-REQUEST-TIME OF REPLAY-REQUEST-RECORD
001318             TO R4-RPL-TIME (R4-RPL-IDX)
001320     END-IF.
001330     PERFORM 9100-READ-REPLAYCF THRU 9100-EXIT.
001340 1100-EXIT.
001430     IF R4-MATCHED
001440         MOVE TRANSACTION-REQ TO TRANREQQ-RECORD
001450         WRITE TRANREQQ-RECORD
001451         MOVE SPACES TO OPERATOR-ACTION-RECORD
001452         MOVE PCREF OF TRANSACTION-REQ-HEADER TO OPA-PCREF
001453         MOVE TRANSQ OF TRANSACTION-REQ-HEADER TO OPA-TRANSQ
001454         MOVE GZAB1 OF TRANSACTION-REQ-BODY TO OPA-HZAB
001455         MOVE GZAN1 OF TRANSACTION-REQ-BODY TO OPA-HZAN
001456         MOVE GZAS1 OF TRANSACTION-REQ-BODY TO OPA-HZAS
001457         MOVE GZAMA1 OF TRANSACTION-REQ-BODY TO R4-AMOUNT-TEXT
001458         PERFORM 9600-JOURNAL-REPLAY THRU 9600-EXIT
001460     END-IF.
001470     PERFORM 9200-READ-TRANREQF THRU 9200-EXIT.
001480 2000-EXIT.
001570     IF R4-MATCHED
001580         MOVE EQHOLD-REQ TO HOLDREQQ-RECORD
001590         WRITE HOLDREQQ-RECORD
001591         MOVE SPACES TO OPERATOR-ACTION-RECORD
001592         MOVE PCREF OF EQHOLD-REQ-HEADER TO OPA-PCREF
001593         MOVE TRANSQ OF EQHOLD-REQ-HEADER TO OPA-TRANSQ
001594         MOVE GZBBN OF EQHOLD-REQ-BODY TO OPA-HZAB
001595         MOVE GZBNO OF EQHOLD-REQ-BODY TO OPA-HZAN
001596         MOVE GZSFX OF EQHOLD-REQ-BODY TO OPA-HZAS
001597         MOVE SPACES TO R4-AMOUNT-TEXT
001598         PERFORM 9600-JOURNAL-REPLAY THRU 9600-EXIT
001600     END-IF.
001610     PERFORM 9300-READ-HOLDREQF THRU 9300-EXIT.
001620 3000-EXIT.
002540 9510-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------------
002570 9600-JOURNAL-REPLAY.
002580*-----------------------------------------------------------------
002590*    THE CALLER HAS CLEARED THE RECORD AND SET THE MESSAGE KEY
002600*    AND ACCOUNT.  REPLAYS QUEUED BY ESB073A CARRY NO OPERATOR
002610*    AND ARE NOT AN OPERATOR ACTION.
002620     IF R4-RPL-OPERATOR (R4-RPL-LOOKUP-IDX) = SPACES
002630         GO TO 9600-EXIT
002640     END-IF.
002650     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-DATE
002660                  OPA-ACTION-TIME.
002670     IF R4-RPL-TIME (R4-RPL-LOOKUP-IDX) IS NUMERIC
002680         MOVE R4-RPL-TIME (R4-RPL-LOOKUP-IDX) TO OPA-ACTION-TIME
002690     END-IF.
002700     MOVE R4-RPL-OPERATOR (R4-RPL-LOOKUP-IDX) TO OPA-OPERATOR-ID.
002710     MOVE 'ESB014R' TO OPA-PROGRAM-ID.
002720     SET OPA-REPLAY TO TRUE.
002730     IF R4-AMOUNT-TEXT IS NUMERIC
002740         MOVE R4-AMOUNT-NUMERIC TO OPA-AMOUNT
002750     ELSE
002760         MOVE ZERO TO OPA-AMOUNT
002770     END-IF.
002780     SET OPA-ACCEPTED TO TRUE.
002790     MOVE 'RE-QUEUED FROM THE LOGGER' TO OPA-REASON.
002800     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
002810 9600-EXIT.
002820     EXIT.
002900*-----------------------------------------------------------------
002910 9999-EXIT.
002920*-----------------------------------------------------------------
002930     EXIT.
