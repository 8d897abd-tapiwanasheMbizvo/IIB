000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB118U
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    COMMON SIGN-ON SERVICE.  CALLED BY ESB015P FOR EVERY
000200*    OUTBOUND MESSAGE SO THE EQUATION USER AND PASSWORD ARE
000210*    TAKEN FROM THE PROTECTED CREDENTIAL FILE (CREDF, LOADED
000220*    ONCE ON FIRST CALL) AT SEND TIME, AND A REPLAYED OR
000230*    REPAIRED MESSAGE WHOSE STORED COPY WAS MASKED (ESB115K)
000240*    STILL SIGNS ON.  RESOLUTION FOLLOWS THE TARGET-VERSION
000250*    PRECEDENT: AN ENTRY FOR THE MESSAGE TYPE AND THE HEADER'S
000260*    OWN USER SUPPLIES THAT USER'S PASSWORD; OTHERWISE, WHEN THE
000270*    HEADER'S USER OR PASSWORD IS BLANK OR MASKED, THE MESSAGE
000280*    TYPE'S DEFAULT ENTRY SUPPLIES BOTH; OTHERWISE THE HEADER IS
000290*    LEFT AS RECEIVED.  A MASK IS NEVER HANDED BACK: A MASKED
000300*    FIELD THAT CANNOT BE RESOLVED IS RETURNED BLANK AND THE
000303*    MESSAGE REPORTED AS UNRESOLVED.  A CREDENTIAL FILE TOO BIG
000306*    FOR THE TABLE IS REPORTED AND EVERY CALL THEN RETURNS CODE
000309*    4; WHILE ENTRIES ARE MISSING NO DEFAULT IS SUBSTITUTED, AS
000312*    THE HEADER'S OWN USER'S ENTRY MAY BE AMONG THEM, AND A
000315*    MESSAGE THAT NEEDED ONE IS REPORTED AS UNRESOLVED.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY.
000340*    15-OCT-2026  TC   INITIAL VERSION.
000350******************************************************************
000360 PROGRAM-ID. ESB118U.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZSERIES.
000400 OBJECT-COMPUTER. IBM-ZSERIES.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CREDF    ASSIGN TO CREDF
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS U8-CREDF-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CREDF
000490     RECORDING MODE IS F.
000500     COPY "Interface_Credential.cpy".
000510 WORKING-STORAGE SECTION.
000520 01  U8-CREDF-STATUS              PIC X(002) VALUE '00'.
000530     88 U8-CREDF-OK                          VALUE '00'.
000540 01  U8-SWITCHES.
000550     05 U8-LOADED-SW              PIC X(001) VALUE 'N'.
000560        88 U8-LOADED                         VALUE 'Y'.
000570     05 U8-CREDF-EOF-SW           PIC X(001) VALUE 'N'.
000580        88 U8-CREDF-EOF                      VALUE 'Y'.
000590     05 U8-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
000600        88 U8-ENTRY-FOUND                    VALUE 'Y'.
000610     05 U8-NEEDS-DEFAULT-SW       PIC X(001) VALUE 'N'.
000620        88 U8-NEEDS-DEFAULT                  VALUE 'Y'.
000623     05 U8-TABLE-FULL-SW          PIC X(001) VALUE 'N'.
000626        88 U8-TABLE-FULL                     VALUE 'Y'.
000630 01  U8-CREDENTIAL-COUNT          PIC 9(004) COMP VALUE ZERO.
000640 01  U8-CREDENTIAL-TABLE.
000650     05 U8-CRD-ENTRY OCCURS 200 TIMES
000660        INDEXED BY U8-CRD-IDX, U8-CRD-LOOKUP-IDX.
000670        10 U8-CRD-MSGTYPE-CODE    PIC X(004).
000680        10 U8-CRD-USER            PIC X(010).
000690        10 U8-CRD-PASSWORD        PIC X(010).
000700        10 U8-CRD-DEFAULT         PIC X(001).
000710 COPY "Signon_Service.cpy".
000720 COPY "Credential_Mask.cpy".
000730 LINKAGE SECTION.
000740*    THE CALLER PASSES ITS OWN WORKING-STORAGE COPY OF
000750*    SIGNON-SERVICE-AREA AS A PLAIN BYTE AREA.
000760 01  U8-SIGNON-AREA               PIC X(035).
000770 PROCEDURE DIVISION USING U8-SIGNON-AREA.
000780*-----------------------------------------------------------------
000790 0000-MAINLINE.
000800*-----------------------------------------------------------------
000810     IF NOT U8-LOADED
000820         PERFORM 1000-LOAD-CREDENTIALS THRU 1000-EXIT
000830     END-IF.
000840     MOVE U8-SIGNON-AREA TO SIGNON-SERVICE-AREA.
000850     SET SGN-LEFT-AS-IS TO TRUE.
000860     MOVE 'N' TO U8-NEEDS-DEFAULT-SW.
000870     IF SGN-USER = SPACES
000880        OR SGN-USER = CREDENTIAL-MASK-VALUE
000890        OR SGN-PASSWORD = SPACES
000900        OR SGN-PASSWORD = CREDENTIAL-MASK-VALUE
000910         SET U8-NEEDS-DEFAULT TO TRUE
000920     END-IF.
000930     PERFORM 2000-FIND-USER-ENTRY THRU 2000-EXIT.
000940     IF U8-ENTRY-FOUND
000950         MOVE U8-CRD-PASSWORD (U8-CRD-LOOKUP-IDX) TO SGN-PASSWORD
000960         SET SGN-SUPPLIED TO TRUE
000970         GO TO 0900-RETURN
000980     END-IF.
000990     IF U8-NEEDS-DEFAULT
000991        AND U8-TABLE-FULL
000992         SET SGN-UNRESOLVED TO TRUE
000993     END-IF.
000994     IF U8-NEEDS-DEFAULT
000995        AND NOT U8-TABLE-FULL
001000         PERFORM 3000-FIND-DEFAULT-ENTRY THRU 3000-EXIT
001010         IF U8-ENTRY-FOUND
001020             MOVE U8-CRD-USER (U8-CRD-LOOKUP-IDX) TO SGN-USER
001030             MOVE U8-CRD-PASSWORD (U8-CRD-LOOKUP-IDX)
001040                 TO SGN-PASSWORD
001050             SET SGN-SUPPLIED TO TRUE
001060             GO TO 0900-RETURN
001070         END-IF
001080     END-IF.
001090     IF SGN-USER = CREDENTIAL-MASK-VALUE
001100         MOVE SPACES TO SGN-USER
001110         SET SGN-UNRESOLVED TO TRUE
001120     END-IF.
001130     IF SGN-PASSWORD = CREDENTIAL-MASK-VALUE
001140         MOVE SPACES TO SGN-PASSWORD
001150         SET SGN-UNRESOLVED TO TRUE
001160     END-IF.
001170 0900-RETURN.
001180     MOVE SIGNON-SERVICE-AREA TO U8-SIGNON-AREA.
001182     IF U8-TABLE-FULL
001184         MOVE 4 TO RETURN-CODE
001186     END-IF.
001190     GOBACK.
001200*-----------------------------------------------------------------
001210 1000-LOAD-CREDENTIALS.
001220*-----------------------------------------------------------------
001230     OPEN INPUT CREDF.
001240     IF U8-CREDF-OK
001250         PERFORM 9100-READ-CREDF THRU 9100-EXIT
001260         PERFORM 1100-LOAD-ONE-CREDENTIAL THRU 1100-EXIT
001270             UNTIL U8-CREDF-EOF
001280         CLOSE CREDF
001290     ELSE
001300         DISPLAY 'ESB118U: UNABLE TO OPEN CREDF '
001310             U8-CREDF-STATUS
001320     END-IF.
001330     MOVE 'Y' TO U8-LOADED-SW.
001340 1000-EXIT.
001350     EXIT.
001360*-----------------------------------------------------------------
001370 1100-LOAD-ONE-CREDENTIAL.
001380*-----------------------------------------------------------------
001390     IF U8-CREDENTIAL-COUNT < 200
001400         ADD 1 TO U8-CREDENTIAL-COUNT
001410         SET U8-CRD-IDX TO U8-CREDENTIAL-COUNT
001420         MOVE CRD-MSGTYPE-CODE TO U8-CRD-MSGTYPE-CODE (U8-CRD-IDX)
001430         MOVE CRD-USER TO U8-CRD-USER (U8-CRD-IDX)
001440         MOVE CRD-PASSWORD TO U8-CRD-PASSWORD (U8-CRD-IDX)
001450         MOVE CRD-DEFAULT-SW TO U8-CRD-DEFAULT (U8-CRD-IDX)
001460     ELSE
001467         DISPLAY 'ESB118U: CREDENTIAL TABLE FULL AT '
001474             CRD-MSGTYPE-CODE ' - DEFAULT SIGN-ON WITHHELD'
001481         SET U8-TABLE-FULL TO TRUE
001490     END-IF.
001500     PERFORM 9100-READ-CREDF THRU 9100-EXIT.
001510 1100-EXIT.
001520     EXIT.
001530*-----------------------------------------------------------------
001540 2000-FIND-USER-ENTRY.
001550*-----------------------------------------------------------------
001560     MOVE 'N' TO U8-ENTRY-FOUND-SW.
001570     IF U8-CREDENTIAL-COUNT = ZERO
001580        OR SGN-USER = SPACES
001590        OR SGN-USER = CREDENTIAL-MASK-VALUE
001600         GO TO 2000-EXIT
001610     END-IF.
001620     SET U8-CRD-LOOKUP-IDX TO 1.
001630     PERFORM 2100-SCAN-USER-ENTRY THRU 2100-EXIT
001640         UNTIL U8-CRD-LOOKUP-IDX > U8-CREDENTIAL-COUNT
001650            OR U8-ENTRY-FOUND.
001660 2000-EXIT.
001670     EXIT.
001680*-----------------------------------------------------------------
001690 2100-SCAN-USER-ENTRY.
001700*-----------------------------------------------------------------
001710     IF U8-CRD-MSGTYPE-CODE (U8-CRD-LOOKUP-IDX) = SGN-MSGTYPE-CODE
001720        AND U8-CRD-USER (U8-CRD-LOOKUP-IDX) = SGN-USER
001730         SET U8-ENTRY-FOUND TO TRUE
001740     ELSE
001750         SET U8-CRD-LOOKUP-IDX UP BY 1
001760     END-IF.
001770 2100-EXIT.
001780     EXIT.
001790*-----------------------------------------------------------------
001800 3000-FIND-DEFAULT-ENTRY.
001810*-----------------------------------------------------------------
001820     MOVE 'N' TO U8-ENTRY-FOUND-SW.
001830     IF U8-CREDENTIAL-COUNT = ZERO
001840         GO TO 3000-EXIT
001850     END-IF.
001860     SET U8-CRD-LOOKUP-IDX TO 1.
001870     PERFORM 3100-SCAN-DEFAULT-ENTRY THRU 3100-EXIT
001880         UNTIL U8-CRD-LOOKUP-IDX > U8-CREDENTIAL-COUNT
001890            OR U8-ENTRY-FOUND.
001900 3000-EXIT.
001910     EXIT.
001920*-----------------------------------------------------------------
001930 3100-SCAN-DEFAULT-ENTRY.
001940*-----------------------------------------------------------------
001950     IF U8-CRD-MSGTYPE-CODE (U8-CRD-LOOKUP-IDX) = SGN-MSGTYPE-CODE
001960        AND U8-CRD-DEFAULT (U8-CRD-LOOKUP-IDX) = 'Y'
001970         SET U8-ENTRY-FOUND TO TRUE
001980     ELSE
001990         SET U8-CRD-LOOKUP-IDX UP BY 1
002000     END-IF.
002010 3100-EXIT.
002020     EXIT.
002030*-----------------------------------------------------------------
002040 9100-READ-CREDF.
002050*-----------------------------------------------------------------
002060     READ CREDF
002070         AT END
002080             SET U8-CREDF-EOF TO TRUE
002090     END-READ.
002100 9100-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130 9999-EXIT.
002140*-----------------------------------------------------------------
002150     EXIT.
