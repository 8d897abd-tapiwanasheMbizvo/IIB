000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*    09-AUG-2026  TC   INITIAL VERSION.
000262*    15-OCT-2026  TC   EACH MESSAGE PASSED THROUGH THE SEND GATE
000264*                      (ESB120G); WHILE EQUATION IS UNAVAILABLE IT
000266*                      IS HELD IN THE STORE-AND-FORWARD BUFFER
000268*                      INSTEAD OF OUTQF AND STILL CHECKPOINTED.
000270******************************************************************
000280 PROGRAM-ID. ESB004C.
000290 ENVIRONMENT DIVISION.
000780 01  C4-DATE-TIME.
000790     05 C4-CURRENT-DATE          PIC 9(008) VALUE ZERO.
000800     05 C4-CURRENT-TIME          PIC 9(006) VALUE ZERO.
000802 COPY "Send_Gate_Service.cpy".
000804 01  C4-HELD-COUNT               PIC 9(007) VALUE ZERO.
000806 01  C4-HOLD-FAILED-COUNT        PIC 9(007) VALUE ZERO.
000810 PROCEDURE DIVISION.
000820*-----------------------------------------------------------------
000830 0000-MAINLINE.
001260*-----------------------------------------------------------------
001270     MOVE TRANSQ OF TRANSACTION-REQ-HEADER TO C4-CURRENT-TRANSQ.
001280     IF C4-CURRENT-TRANSQ > C4-RESUME-TRANSQ
001285         PERFORM 2200-PASS-SEND-GATE THRU 2200-EXIT
001290         IF NOT SGA-HELD
001295             MOVE TRANSACTION-REQ TO OUTQF-RECORD
001300             WRITE OUTQF-RECORD
001305         END-IF
001310         PERFORM 2100-WRITE-CHECKPOINT THRU 2100-EXIT
001320     END-IF.
001330     PERFORM 9100-READ-TRANREQF THRU 9100-EXIT.
001570 2100-EXIT.
001580     EXIT.
001590*-----------------------------------------------------------------
001591 2200-PASS-SEND-GATE.
001592*-----------------------------------------------------------------
001593*    A MESSAGE HELD IN THE BUFFER IS AS SAFE AS ONE ON OUTQF, SO
001594*    THE CHECKPOINT IS WRITTEN EITHER WAY AND A RERUN DOES NOT
001595*    HOLD IT A SECOND TIME.
001596     SET SGA-CHECK TO TRUE.
001597     MOVE 'ESB004C' TO SGA-CALLER.
001598     MOVE 'TRAN' TO SGA-MSGTYPE-CODE.
001599     MOVE PCREF OF TRANSACTION-REQ-HEADER TO SGA-PCREF.
001600     MOVE TRANSQ OF TRANSACTION-REQ-HEADER TO SGA-TRANSQ.
001601     MOVE NMSGS OF TRANSACTION-REQ-HEADER TO SGA-NMSGS.
001602     MOVE LENGTH OF TRANSACTION-REQ TO SGA-MESSAGE-LENGTH.
001603     MOVE TRANSACTION-REQ TO SGA-MESSAGE.
001604     CALL 'ESB120G' USING SEND-GATE-AREA.
001605     IF SGA-HELD
001606         ADD 1 TO C4-HELD-COUNT
001607     END-IF.
001608     IF SGA-HOLD-FAILED
001609         ADD 1 TO C4-HOLD-FAILED-COUNT
001610     END-IF.
001611 2200-EXIT.
001612     EXIT.
001613*-----------------------------------------------------------------
001600 8000-TERMINATE.
001610*-----------------------------------------------------------------
001620     CLOSE TRANREQF.
001630     CLOSE CKPTOUT.
001631     SET SGA-CLOSE TO TRUE.
001632     CALL 'ESB120G' USING SEND-GATE-AREA.
001633     IF C4-HELD-COUNT > ZERO
001634         DISPLAY 'ESB004C: MESSAGES HELD FOR EQUATION WINDOW '
001635             C4-HELD-COUNT
001636     END-IF.
001640     CLOSE OUTQF.
001641     IF C4-HOLD-FAILED-COUNT > ZERO
001642         DISPLAY 'ESB004C: MESSAGES SENT THAT COULD NOT BE HELD '
001643             C4-HOLD-FAILED-COUNT
001644         MOVE 4 TO RETURN-CODE
001645     END-IF.
001650 8000-EXIT.
001660     EXIT.
001670*-----------------------------------------------------------------
