000340*                      THE OPERATOR-PROFILE FILE (ESB063E);
000350*                      CORRECTIONS FROM UNKNOWN OR REVOKED IDS
000360*                      ARE REFUSED AT LOAD AND REPORTED.
000361*    15-OCT-2026  TC   EVERY FIELD REPAIR IS APPENDED TO THE
000362*                      OPERATOR-ACTION JOURNAL (ESB110J), AND THE
000363*                      ENTITLEMENT CHECKS ARE GIVEN THE ITEM'S
000364*                      CONTEXT SO REFUSED ATTEMPTS ARE JOURNALLED
000365*                      TOO.  A CORRECTION MAY CARRY ITS TIME.
000370******************************************************************
000380 PROGRAM-ID. ESB029P.
000390 ENVIRONMENT DIVISION.
001120        10 P9-COR-FIELD           PIC X(008).
001130        10 P9-COR-VALUE           PIC X(035).
001140        10 P9-COR-OPERATOR        PIC X(010).
001145        10 P9-COR-TIME            PIC X(006).
001150 01  P9-REFUSAL-HEADING-LINE.
001160     05 FILLER                    PIC X(038)
001170            VALUE 'REPAIR ENTITLEMENT REFUSALS           '.
001310     05 FILLER                    PIC X(053) VALUE SPACES.
001320 COPY "Transaction_Req.cpy".
001330 COPY "Entitlement_Check.cpy".
001335 COPY "Operator_Action.cpy".
001340 PROCEDURE DIVISION.
001350*-----------------------------------------------------------------
001360 0000-MAINLINE.
001770         MOVE RPC-FIELD-NAME  TO P9-COR-FIELD (P9-COR-IDX)
001780         MOVE RPC-NEW-VALUE   TO P9-COR-VALUE (P9-COR-IDX)
001790         MOVE RPC-OPERATOR-ID TO P9-COR-OPERATOR (P9-COR-IDX)
001795         MOVE RPC-CAPTURE-TIME TO P9-COR-TIME (P9-COR-IDX)
001800     END-IF
001810     END-IF.
001820     PERFORM 9100-READ-CORRECTF THRU 9100-EXIT.
001930     MOVE SPACES TO ETC-MAKER-ID.
001940     MOVE 'O' TO ETC-REQUIRED-ROLE.
001950     MOVE ZERO TO ETC-AMOUNT.
001951     MOVE 'ESB029P' TO ETC-PROGRAM-ID.
001952     MOVE 'REPR' TO ETC-ACTION-TYPE.
001953     MOVE RPC-PCREF TO ETC-PCREF.
001954     MOVE RPC-TRANSQ TO ETC-TRANSQ.
001955     MOVE RPC-CAPTURE-TIME TO ETC-ACTION-TIME.
001960     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
001970 1150-EXIT.
001980     EXIT.
002710     ELSE
002720         MOVE ZERO TO ETC-AMOUNT
002730     END-IF.
002731     MOVE 'ESB029P' TO ETC-PROGRAM-ID.
002732     MOVE 'REPR' TO ETC-ACTION-TYPE.
002733     MOVE VRJ-PCREF TO ETC-PCREF.
002734     MOVE VRJ-TRANSQ TO ETC-TRANSQ.
002735     MOVE GZAB1 OF TRANSACTION-REQ TO ETC-HZAB.
002736     MOVE GZAN1 OF TRANSACTION-REQ TO ETC-HZAN.
002737     MOVE GZAS1 OF TRANSACTION-REQ TO ETC-HZAS.
002738     MOVE P9-COR-TIME (P9-COR-LOOKUP-IDX) TO ETC-ACTION-TIME.
002740     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
002750 2150-EXIT.
002760     EXIT.
003870     MOVE P9-CURRENT-DATE TO RPA-CAPTURE-DATE.
003880     MOVE P9-CURRENT-TIME TO RPA-CAPTURE-TIME.
003890     WRITE REPAIR-AUDIT-RECORD.
003895     PERFORM 2400-JOURNAL-REPAIR THRU 2400-EXIT.
003900 2300-EXIT.
003901     EXIT.
003902*-----------------------------------------------------------------
003903 2400-JOURNAL-REPAIR.
003904*-----------------------------------------------------------------
003905*    THE ACCOUNT AND AMOUNT WERE SET ON THE ENTITLEMENT CONTEXT
003906*    BY 2150-CHECK-APPLY-ENTITLEMENT BEFORE THE FIELD CHANGED.
003907     MOVE SPACES TO OPERATOR-ACTION-RECORD.
003908     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-TIME.
003909     MOVE P9-CURRENT-DATE TO OPA-ACTION-DATE.
003910     IF P9-COR-TIME (P9-COR-LOOKUP-IDX) IS NUMERIC
003911         MOVE P9-COR-TIME (P9-COR-LOOKUP-IDX) TO OPA-ACTION-TIME
003912     END-IF.
003913     MOVE P9-COR-OPERATOR (P9-COR-LOOKUP-IDX) TO OPA-OPERATOR-ID.
003914     MOVE 'ESB029P' TO OPA-PROGRAM-ID.
003915     SET OPA-REPAIR TO TRUE.
003916     MOVE VRJ-PCREF TO OPA-PCREF.
003917     MOVE VRJ-TRANSQ TO OPA-TRANSQ.
003918     MOVE ETC-HZAB TO OPA-HZAB.
003919     MOVE ETC-HZAN TO OPA-HZAN.
003920     MOVE ETC-HZAS TO OPA-HZAS.
003921     MOVE ETC-AMOUNT TO OPA-AMOUNT.
003922     IF P9-FIELD-KNOWN
003923         SET OPA-ACCEPTED TO TRUE
003924         STRING 'FIELD ' P9-COR-FIELD (P9-COR-LOOKUP-IDX)
003925                ' CHANGED' DELIMITED BY SIZE INTO OPA-REASON
003926     ELSE
003927         SET OPA-NOT-APPLIED TO TRUE
003928         STRING 'FIELD ' P9-COR-FIELD (P9-COR-LOOKUP-IDX)
003929                ' NOT REPAIRABLE' DELIMITED BY SIZE
003930             INTO OPA-REASON
003931     END-IF.
003932     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
003933 2400-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930 8000-TERMINATE.
