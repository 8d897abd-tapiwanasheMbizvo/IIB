000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB115K
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    COMMON SIGN-ON MASKING SERVICE.  GIVEN THE HEADER OF A
000200*    REQUEST OR RESPONSE IMAGE, EITHER REPLACES THE USER,
000210*    PASSWORD AND USID FIELDS WITH THE FIXED CREDENTIAL MASK
000220*    (FUNCTION M) OR ONLY REPORTS WHICH OF THEM ARE STILL IN
000230*    CLEAR (FUNCTION V).  ESB017C MASKS EVERY IMAGE BEFORE IT
000240*    REACHES THE LOGGER STORE, ESB116X MASKS THE STORES ALREADY
000250*    WRITTEN, AND ESB117V PROVES NOTHING IS LEFT IN CLEAR.  THE
000260*    REAL SIGN-ON IS SUPPLIED AGAIN AT SEND TIME BY ESB015P.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*    15-OCT-2026  TC   INITIAL VERSION.
000292*    15-OCT-2026  TC   BALANCE-ENQUIRY HEADER LAYOUT ADDED FOR
000294*                      MESSAGES HELD IN THE SEND BUFFER (ESB120G).
000300******************************************************************
000310 PROGRAM-ID. ESB115K.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-ZSERIES.
000350 OBJECT-COMPUTER. IBM-ZSERIES.
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380*    FIELD POSITIONS WITHIN THE HEADER.  USER AND THE PASSWORD
000390*    SIT AT THE SAME PLACE IN THE REQUEST AND RESPONSE LAYOUTS;
000395*    THE USID DOES NOT, AND THE BALANCE ENQUIRY HAS ITS OWN.
000400 01  K5-USER-POS                  PIC 9(003) VALUE 081.
000410 01  K5-PASSWORD-POS              PIC 9(003) VALUE 091.
000420 01  K5-REQUEST-USID-POS          PIC 9(003) VALUE 309.
000430 01  K5-RESPONSE-USID-POS         PIC 9(003) VALUE 159.
000432 01  K5-ENQUIRY-USER-POS          PIC 9(003) VALUE 052.
000434 01  K5-ENQUIRY-PASSWORD-POS      PIC 9(003) VALUE 062.
000436 01  K5-ENQUIRY-USID-POS          PIC 9(003) VALUE 280.
000440 01  K5-USID-POS                  PIC 9(003) VALUE ZERO.
000442 01  K5-HEADER-USER-POS           PIC 9(003) VALUE ZERO.
000444 01  K5-HEADER-PASSWORD-POS       PIC 9(003) VALUE ZERO.
000450 01  K5-FIELD-POS                 PIC 9(003) VALUE ZERO.
000460 01  K5-FIELD-CLEAR-SW            PIC X(001) VALUE 'N'.
000470     88 K5-FIELD-CLEAR                       VALUE 'Y'.
000480 COPY "Credential_Mask.cpy".
000490 LINKAGE SECTION.
000500*    THE CALLER PASSES ITS OWN WORKING-STORAGE COPY OF
000510*    CREDENTIAL-MASK-AREA AS A PLAIN BYTE AREA.
000520 01  K5-MASK-AREA                 PIC X(337).
000530 PROCEDURE DIVISION USING K5-MASK-AREA.
000540*-----------------------------------------------------------------
000550 0000-MAINLINE.
000560*-----------------------------------------------------------------
000570     MOVE K5-MASK-AREA TO CREDENTIAL-MASK-AREA.
000580     MOVE 'N' TO CMK-USER-SW CMK-PASSWORD-SW CMK-USID-SW.
000590     MOVE ZERO TO CMK-CLEAR-COUNT.
000600     SET CMK-OK TO TRUE.
000610     IF NOT CMK-MASK
000620        AND NOT CMK-VERIFY
000630         SET CMK-BAD-REQUEST TO TRUE
000640         GO TO 0900-RETURN
000650     END-IF.
000660     EVALUATE TRUE
000670         WHEN CMK-REQUEST-HEADER
000672             MOVE K5-USER-POS TO K5-HEADER-USER-POS
000674             MOVE K5-PASSWORD-POS TO K5-HEADER-PASSWORD-POS
000680             MOVE K5-REQUEST-USID-POS TO K5-USID-POS
000690         WHEN CMK-RESPONSE-HEADER
000692             MOVE K5-USER-POS TO K5-HEADER-USER-POS
000694             MOVE K5-PASSWORD-POS TO K5-HEADER-PASSWORD-POS
000700             MOVE K5-RESPONSE-USID-POS TO K5-USID-POS
000702         WHEN CMK-ENQUIRY-HEADER
000704             MOVE K5-ENQUIRY-USER-POS TO K5-HEADER-USER-POS
000706             MOVE K5-ENQUIRY-PASSWORD-POS
000707                 TO K5-HEADER-PASSWORD-POS
000708             MOVE K5-ENQUIRY-USID-POS TO K5-USID-POS
000710         WHEN OTHER
000720             SET CMK-BAD-REQUEST TO TRUE
000730             GO TO 0900-RETURN
000740     END-EVALUATE.
000750     MOVE K5-HEADER-USER-POS TO K5-FIELD-POS.
000760     PERFORM 1000-CHECK-FIELD THRU 1000-EXIT.
000770     IF K5-FIELD-CLEAR
000780         SET CMK-USER-CLEAR TO TRUE
000790     END-IF.
000800     MOVE K5-HEADER-PASSWORD-POS TO K5-FIELD-POS.
000810     PERFORM 1000-CHECK-FIELD THRU 1000-EXIT.
000820     IF K5-FIELD-CLEAR
000830         SET CMK-PASSWORD-CLEAR TO TRUE
000840     END-IF.
000850     MOVE K5-USID-POS TO K5-FIELD-POS.
000860     PERFORM 1000-CHECK-FIELD THRU 1000-EXIT.
000870     IF K5-FIELD-CLEAR
000880         SET CMK-USID-CLEAR TO TRUE
000890     END-IF.
000900 0900-RETURN.
000910     MOVE CREDENTIAL-MASK-AREA TO K5-MASK-AREA.
000920     GOBACK.
000930*-----------------------------------------------------------------
000940 1000-CHECK-FIELD.
000950*-----------------------------------------------------------------
000960*    A FIELD IS IN CLEAR WHEN IT HOLDS ANYTHING BUT SPACES OR
000970*    THE MASK.  ON A MASK REQUEST IT IS OVERLAID THERE AND THEN.
000980     MOVE 'N' TO K5-FIELD-CLEAR-SW.
000990     IF CMK-HEADER (K5-FIELD-POS:10) = SPACES
001000        OR CMK-HEADER (K5-FIELD-POS:10) = CREDENTIAL-MASK-VALUE
001010         GO TO 1000-EXIT
001020     END-IF.
001030     SET K5-FIELD-CLEAR TO TRUE.
001040     ADD 1 TO CMK-CLEAR-COUNT.
001050     IF CMK-MASK
001060         MOVE CREDENTIAL-MASK-VALUE
001070             TO CMK-HEADER (K5-FIELD-POS:10)
001080     END-IF.
001090 1000-EXIT.
001100     EXIT.
001110*-----------------------------------------------------------------
001120 9999-EXIT.
001130*-----------------------------------------------------------------
001140     EXIT.
