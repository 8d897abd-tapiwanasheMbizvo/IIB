000277*                      THE ORIGINAL POSTING MAY NOT REVERSE HIS
000278*                      OWN TRANSACTION, AND THE LEG AMOUNT IS
000279*                      HELD TO THE PROFILE CEILING.
000280*    15-OCT-2026  TC   OPTIONAL NARRATIVE ON THE REVERSAL REQUEST
000281*                      (NEW RVR-NARRATIVE), CARRIED TO THE LAST
000282*                      NARRATIVE LINE OF BOTH LEGS - USED BY THE
000283*                      DISPUTE CASE FILE (ESB108C) FOR THE CASE
000284*                      NUMBER ON A REFUND.
000285*    15-OCT-2026  TC   EVERY REVERSAL BUILT IS APPENDED TO THE
000286*                      OPERATOR-ACTION JOURNAL (ESB110J), AND THE
000287*                      ENTITLEMENT CHECK IS GIVEN THE POSTING'S
000288*                      CONTEXT SO A REFUSED ATTEMPT IS JOURNALLED
000289*                      TOO.  NEW RVR-REQUEST-TIME MAY CARRY THE
000290*                      TIME THE OPERATOR ASKED.
000280******************************************************************
000290 PROGRAM-ID. ESB019V.
000300 ENVIRONMENT DIVISION.
000710        10 V9-REV-ORIG-GZTREF     PIC X(016).
000720        10 V9-REV-NEW-PCREF       PIC X(015).
000722        10 V9-REV-OPERATOR        PIC X(010).
000724        10 V9-REV-NARRATIVE       PIC X(035).
000726        10 V9-REV-TIME            PIC X(006).
000728 COPY "Operator_Action.cpy".
000730     COPY "Transaction_Req.cpy"
000740         REPLACING TRANSACTION-REQ      BY REVERSAL-WORK-RECORD
000750                   TRANSACTION-REQ-HEADER BY REVERSAL-WORK-HEADER
001130                     TO V9-REV-NEW-PCREF (V9-REV-LOAD-IDX)
001132                 MOVE RVR-OPERATOR-ID
001134                     TO V9-REV-OPERATOR (V9-REV-LOAD-IDX)
001135                 MOVE RVR-NARRATIVE
001136                     TO V9-REV-NARRATIVE (V9-REV-LOAD-IDX)
001137                 MOVE RVR-REQUEST-TIME
001138                     TO V9-REV-TIME (V9-REV-LOAD-IDX)
001140             END-IF
001150     END-READ.
001160 1100-EXIT.
001515     ELSE
001516         MOVE ZERO TO ETC-AMOUNT
001517     END-IF.
001518     MOVE 'ESB019V' TO ETC-PROGRAM-ID.
001519     MOVE 'RVSL' TO ETC-ACTION-TYPE.
001520     MOVE V9-REV-ORIG-PCREF (V9-REV-LOOKUP-IDX) TO ETC-PCREF.
001521     MOVE TRANSQ OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
001522         TO ETC-TRANSQ.
001523     MOVE GZAB1 OF TRANSACTION-REQ-BODY OF TRANSACTION-REQ
001524         TO ETC-HZAB.
001525     MOVE GZAN1 OF TRANSACTION-REQ-BODY OF TRANSACTION-REQ
001526         TO ETC-HZAN.
001527     MOVE GZAS1 OF TRANSACTION-REQ-BODY OF TRANSACTION-REQ
001528         TO ETC-HZAS.
001529     MOVE V9-REV-TIME (V9-REV-LOOKUP-IDX) TO ETC-ACTION-TIME.
001518     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
001519 2150-EXIT.
001520     EXIT.
001620         TO GZCRCL OF REVERSAL-WORK-BODY.
001630     MOVE 'Y' TO GZDRO OF REVERSAL-WORK-BODY.
001640     MOVE 'Y' TO GZCRO OF REVERSAL-WORK-BODY.
001641     IF V9-REV-NARRATIVE (V9-REV-LOOKUP-IDX) NOT = SPACES
001642         MOVE V9-REV-NARRATIVE (V9-REV-LOOKUP-IDX)
001643             TO GZNR4 OF REVERSAL-WORK-BODY
001644         MOVE V9-REV-NARRATIVE (V9-REV-LOOKUP-IDX)
001645             TO GZNR8 OF REVERSAL-WORK-BODY
001646     END-IF.
001650     MOVE REVERSAL-WORK-RECORD TO REVOUTF-RECORD.
001660     WRITE REVOUTF-RECORD.
001665     PERFORM 2400-JOURNAL-REVERSAL THRU 2400-EXIT.
001670 2200-EXIT.
001671     EXIT.
001672*-----------------------------------------------------------------
001673 2400-JOURNAL-REVERSAL.
001674*-----------------------------------------------------------------
001675*    THE ACCOUNT AND AMOUNT WERE SET ON THE ENTITLEMENT CONTEXT
001676*    BY 2150-CHECK-ENTITLEMENT FOR THIS SAME POSTING.
001677     MOVE SPACES TO OPERATOR-ACTION-RECORD.
001678     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-TIME.
001679     MOVE V9-RUN-DATE TO OPA-ACTION-DATE.
001680     IF V9-REV-TIME (V9-REV-LOOKUP-IDX) IS NUMERIC
001681         MOVE V9-REV-TIME (V9-REV-LOOKUP-IDX) TO OPA-ACTION-TIME
001682     END-IF.
001683     MOVE V9-REV-OPERATOR (V9-REV-LOOKUP-IDX) TO OPA-OPERATOR-ID.
001684     MOVE 'ESB019V' TO OPA-PROGRAM-ID.
001685     SET OPA-REVERSAL TO TRUE.
001686     MOVE ETC-PCREF TO OPA-PCREF.
001687     MOVE ETC-TRANSQ TO OPA-TRANSQ.
001688     MOVE ETC-HZAB TO OPA-HZAB.
001689     MOVE ETC-HZAN TO OPA-HZAN.
001690     MOVE ETC-HZAS TO OPA-HZAS.
001691     MOVE ETC-AMOUNT TO OPA-AMOUNT.
001692     SET OPA-ACCEPTED TO TRUE.
001693     STRING 'REVERSED AS '
001694            V9-REV-NEW-PCREF (V9-REV-LOOKUP-IDX)
001695         DELIMITED BY SIZE INTO OPA-REASON.
001696     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
001697 2400-EXIT.
001680     EXIT.
001690*-----------------------------------------------------------------
001700 8000-TERMINATE.
