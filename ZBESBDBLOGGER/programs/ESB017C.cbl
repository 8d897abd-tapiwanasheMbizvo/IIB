000380*                      EQUATION MIGRATION; A VERSION ON NEITHER
000390*                      THE TABLE NOR E3C IS STILL CAPTURED BUT
000400*                      FLAGGED ON THE LOG.
000401*    15-OCT-2026  TC   USER, PASSWORD AND USID MASKED (ESB115K)
000402*                      BEFORE ANY IMAGE IS WRITTEN TO THE LOGGER
000403*                      STORE; ESB015P SUPPLIES THE SIGN-ON AGAIN
000404*                      AT SEND TIME.  AN IMAGE THAT CANNOT BE
000405*                      MASKED IS NOT STORED AND THE RUN ENDS 4.
000410******************************************************************
000420 PROGRAM-ID. ESB017C.
000430 ENVIRONMENT DIVISION.
001090 01  C7-CHECK-VERSION              PIC X(008) VALUE SPACES.
001100 01  C7-CHECK-PCREF                PIC X(020) VALUE SPACES.
001110 01  C7-UNKNOWN-VER-COUNT          PIC 9(007) VALUE ZERO.
001115 01  C7-UNMASKED-COUNT             PIC 9(007) VALUE ZERO.
001120 01  C7-VERSION-COUNT              PIC 9(004) COMP VALUE ZERO.
001130 01  C7-VERSION-TABLE.
001140     05 C7-VER-ENTRY OCCURS 100 TIMES
001160        10 C7-VER-VERSION         PIC X(008).
001170 COPY "Pcref_Status_Index.cpy".
001180 COPY "Run_Statistics.cpy".
001185 COPY "Credential_Mask.cpy".
001190 PROCEDURE DIVISION.
001200*-----------------------------------------------------------------
001210 0000-MAINLINE.
001810     MOVE C7-CAPTURE-DATE        TO LSR-CAPTURE-DATE.
001820     MOVE C7-CAPTURE-TIME        TO LSR-CAPTURE-TIME.
001830     MOVE EQHOLD-REQ             TO LSR-RAW-RECORD.
001835     SET CMK-REQUEST-HEADER TO TRUE.
001840     MOVE LENGTH OF EQHOLD-REQ   TO LSR-RAW-LENGTH.
001850     PERFORM 9700-WRITE-LOGGER THRU 9700-EXIT.
001860     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
002050     MOVE C7-CAPTURE-DATE        TO LSR-CAPTURE-DATE.
002060     MOVE C7-CAPTURE-TIME        TO LSR-CAPTURE-TIME.
002070     MOVE EQHOLD-RSP             TO LSR-RAW-RECORD.
002075     SET CMK-RESPONSE-HEADER TO TRUE.
002080     MOVE LENGTH OF EQHOLD-RSP   TO LSR-RAW-LENGTH.
002090     PERFORM 9700-WRITE-LOGGER THRU 9700-EXIT.
002100     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
002300     MOVE C7-CAPTURE-DATE          TO LSR-CAPTURE-DATE.
002310     MOVE C7-CAPTURE-TIME          TO LSR-CAPTURE-TIME.
002320     MOVE TRANSACTION-RSP          TO LSR-RAW-RECORD.
002325     SET CMK-RESPONSE-HEADER TO TRUE.
002330     MOVE LENGTH OF TRANSACTION-RSP TO LSR-RAW-LENGTH.
002340     PERFORM 9700-WRITE-LOGGER THRU 9700-EXIT.
002350     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
002870     CLOSE HOLDRSPF.
002880     CLOSE TRANRSPF.
002890     CLOSE LOGGERSF.
002891     IF C7-UNMASKED-COUNT > ZERO
002892         DISPLAY 'ESB017C: IMAGES NOT MASKED, NOT STORED '
002893             C7-UNMASKED-COUNT
002894         MOVE 4 TO RETURN-CODE
002895     END-IF.
002900 8000-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
003310*    THE STORE KEY CARRIES A SEQUENCE BYTE SO TWO CAPTURES OF
003320*    THE SAME PCREF IN THE SAME SECOND STILL KEY UNIQUELY.
003330     MOVE ZERO TO LSR-CAPTURE-SEQ.
003331*    NO SIGN-ON REACHES THE STORE IN CLEAR (THE CALLER SETS THE
003332*    HEADER LAYOUT); AN IMAGE ESB115K CANNOT MASK IS LEFT OUT.
003333     SET CMK-MASK TO TRUE.
003334     MOVE LSR-RAW-RECORD (1:320) TO CMK-HEADER.
003335     CALL 'ESB115K' USING CREDENTIAL-MASK-AREA.
003336     IF NOT CMK-OK
003337         PERFORM 9720-NOT-MASKED THRU 9720-EXIT
003338         GO TO 9700-EXIT
003339     END-IF.
003340     COMPUTE C7-LSR-RECLEN = 42 + LSR-RAW-LENGTH.
003345     MOVE CMK-HEADER TO LSR-RAW-RECORD (1:320).
003350     MOVE 'N' TO C7-STORED-SW.
003360     PERFORM 9710-WRITE-ONE-TRY THRU 9710-EXIT
003370         UNTIL C7-STORED OR LSR-CAPTURE-SEQ > 998.
003540         END-IF
003550     END-IF.
003560 9710-EXIT.
003561     EXIT.
003562*-----------------------------------------------------------------
003563 9720-NOT-MASKED.
003564*-----------------------------------------------------------------
003565     ADD 1 TO C7-UNMASKED-COUNT.
003566     DISPLAY 'ESB017C: SIGN-ON NOT MASKED, IMAGE NOT STORED '
003567         LSR-PCREF.
003568 9720-EXIT.
003570     EXIT.
003580*-----------------------------------------------------------------
003590 9800-POST-STATUS-EVENT.
