000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB120G
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    COMMON SEND GATE.  CALLED BY THE SUBMISSION PROGRAMS
000200*    (ESB015P FOR TRANSACTION, HOLD AND BALANCE-ENQUIRY
000210*    MESSAGES, ESB004C BEFORE IT WRITES TO OUTQF) FOR EVERY
000220*    OUTBOUND MESSAGE, AND BY ESB121D TO ASK WHETHER EQUATION IS
000230*    UP.  EQUATION IS UNAVAILABLE WHILE THE OPERATOR OUTAGE
000240*    SWITCH (EQOUTSW, SET THROUGH ESB122W) IS DOWN OR THE CLOCK
000250*    FALLS IN A WINDOW ON THE PLANNED AVAILABILITY CALENDAR
000260*    (EQAVAILF, MAINTAINED THROUGH ESB113M); BOTH ARE LOADED ONCE
000270*    ON FIRST CALL.  WHILE IT IS UNAVAILABLE A MESSAGE IS NOT
000280*    SENT BUT WRITTEN, SIGN-ON MASKED (ESB115K), TO THE KEYED
000290*    STORE-AND-FORWARD BUFFER (SFWDBUF) IN ARRIVAL ORDER AND
000300*    POSTED TO THE STATUS INDEX (ESB025U).  THE DECISION IS TAKEN
000310*    ON THE FIRST MESSAGE OF EACH PCREF GROUP AND KEPT FOR THE
000320*    REST OF IT, AND A GROUP WITH ANY PART ALREADY IN THE BUFFER
000330*    IS HELD BEHIND THAT PART EVEN WHEN EQUATION IS UP, SO A
000340*    PCREF/TRANSQ GROUP IS NEVER SPLIT OR OVERTAKEN.  ESB121D
000350*    RELEASES THE BUFFER WHEN THE WINDOW CLOSES.  WHEN A MESSAGE
000360*    CANNOT BE HELD THE CALLER IS TOLD SO AND SENDS IT AS BEFORE.
000361*    A CALENDAR TOO BIG FOR ITS TABLE COULD HIDE A WINDOW, SO
000362*    EQUATION IS THEN TAKEN AS UNAVAILABLE (WINDOW 'CALFULL')
000363*    UNTIL THE CALENDAR IS CUT BACK; ONCE THE HELD GROUP TABLE
000364*    IS FULL EVERY LATER GROUP IS HELD, AS A GROUP NOT TRACKED
000365*    MAY ALREADY HAVE A PART IN THE BUFFER.
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY.
000390*    15-OCT-2026  TC   INITIAL VERSION.
000400******************************************************************
000410 PROGRAM-ID. ESB120G.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-ZSERIES.
000450 OBJECT-COMPUTER. IBM-ZSERIES.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EQAVAILF ASSIGN TO EQAVAILF
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS G0-EQAVAILF-STATUS.
000510     SELECT EQOUTSW  ASSIGN TO EQOUTSW
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS G0-EQOUTSW-STATUS.
000540     SELECT SFWDBUF  ASSIGN TO SFWDBUF
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SBF-KEY
000580         FILE STATUS IS G0-SFWDBUF-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EQAVAILF
000620     RECORDING MODE IS F.
000630     COPY "Equation_Availability.cpy".
000640 FD  EQOUTSW
000650     RECORDING MODE IS F.
000660     COPY "Equation_Outage_Switch.cpy".
000670 FD  SFWDBUF.
000680     COPY "Send_Buffer.cpy".
000690 WORKING-STORAGE SECTION.
000700 01  G0-EQAVAILF-STATUS           PIC X(002) VALUE '00'.
000710     88 G0-EQAVAILF-OK                       VALUE '00'.
000720 01  G0-EQOUTSW-STATUS            PIC X(002) VALUE '00'.
000730     88 G0-EQOUTSW-OK                        VALUE '00'.
000740 01  G0-SFWDBUF-STATUS            PIC X(002) VALUE '00'.
000750     88 G0-SFWDBUF-OK                        VALUE '00'.
000760     88 G0-SFWDBUF-DUP-KEY                   VALUE '22'.
000770     88 G0-SFWDBUF-NOT-THERE                 VALUE '35'.
000780 01  G0-SWITCHES.
000790     05 G0-LOADED-SW              PIC X(001) VALUE 'N'.
000800        88 G0-LOADED                         VALUE 'Y'.
000810     05 G0-BUFFER-STATE-SW        PIC X(001) VALUE 'N'.
000820        88 G0-BUFFER-NOT-OPENED              VALUE 'N'.
000830        88 G0-BUFFER-OPEN                    VALUE 'O'.
000840        88 G0-BUFFER-UNUSABLE                VALUE 'U'.
000850     05 G0-EQAVAILF-EOF-SW        PIC X(001) VALUE 'N'.
000860        88 G0-EQAVAILF-EOF                   VALUE 'Y'.
000870     05 G0-SFWDBUF-EOF-SW         PIC X(001) VALUE 'N'.
000880        88 G0-SFWDBUF-EOF                    VALUE 'Y'.
000890     05 G0-OUTAGE-SW              PIC X(001) VALUE 'N'.
000900        88 G0-OUTAGE-DECLARED                VALUE 'Y'.
000910     05 G0-GROUP-FOUND-SW         PIC X(001) VALUE 'N'.
000920        88 G0-GROUP-FOUND                    VALUE 'Y'.
000930     05 G0-WRITTEN-SW             PIC X(001) VALUE 'N'.
000940        88 G0-WRITTEN                        VALUE 'Y'.
000950     05 G0-HELD-FULL-SW           PIC X(001) VALUE 'N'.
000960        88 G0-HELD-FULL                      VALUE 'Y'.
000963     05 G0-CALENDAR-FULL-SW       PIC X(001) VALUE 'N'.
000966        88 G0-CALENDAR-FULL                  VALUE 'Y'.
000970 01  G0-NOW-STAMP.
000980     05 G0-NOW-DATE               PIC 9(008) VALUE ZERO.
000990     05 G0-NOW-TIME               PIC 9(006) VALUE ZERO.
001000 01  G0-CLOCK.
001010     05 G0-CLOCK-HHMMSS           PIC 9(006).
001020     05 G0-CLOCK-HUNDREDTHS       PIC 9(002).
001030 01  G0-OUTAGE-WINDOW-ID          PIC X(008) VALUE SPACES.
001040 01  G0-WINDOW-ID                 PIC X(008) VALUE SPACES.
001050 01  G0-NEXT-SEQ                  PIC 9(006) VALUE ZERO.
001060 01  G0-TRY-COUNT                 PIC 9(004) COMP VALUE ZERO.
001070*    THE DECISION TAKEN FOR THE GROUP NOW PASSING THROUGH.
001080 01  G0-LAST-GROUP.
001090     05 G0-LAST-MSGTYPE-CODE      PIC X(004) VALUE SPACES.
001100     05 G0-LAST-PCREF             PIC X(020) VALUE SPACES.
001110 01  G0-LAST-DECISION             PIC X(001) VALUE SPACE.
001120     88 G0-LAST-SEND                         VALUE 'S'.
001130     88 G0-LAST-HOLD                         VALUE 'H'.
001140 01  G0-LAST-WINDOW-ID            PIC X(008) VALUE SPACES.
001150 01  G0-SEARCH-GROUP.
001160     05 G0-SEARCH-MSGTYPE-CODE    PIC X(004) VALUE SPACES.
001170     05 G0-SEARCH-PCREF           PIC X(020) VALUE SPACES.
001180 01  G0-CALENDAR-COUNT            PIC 9(004) COMP VALUE ZERO.
001190 01  G0-CALENDAR-TABLE.
001200     05 G0-CAL-ENTRY OCCURS 500 TIMES
001210        INDEXED BY G0-CAL-IDX.
001220        10 G0-CAL-WINDOW-ID       PIC X(008).
001230        10 G0-CAL-RECURRENCE      PIC X(001).
001240           88 G0-CAL-DAILY                   VALUE 'D'.
001250        10 G0-CAL-START.
001260           15 G0-CAL-START-DATE   PIC 9(008).
001270           15 G0-CAL-START-TIME   PIC 9(006).
001280        10 G0-CAL-END.
001290           15 G0-CAL-END-DATE     PIC 9(008).
001300           15 G0-CAL-END-TIME     PIC 9(006).
001310*    PCREF GROUPS WITH A PART IN THE BUFFER.
001320 01  G0-HELD-COUNT                PIC 9(004) COMP VALUE ZERO.
001330 01  G0-HELD-TABLE.
001340     05 G0-HLD-ENTRY OCCURS 2000 TIMES
001350        INDEXED BY G0-HLD-IDX, G0-HLD-LOOKUP-IDX.
001360        10 G0-HLD-MSGTYPE-CODE    PIC X(004).
001370        10 G0-HLD-PCREF           PIC X(020).
001380 COPY "Send_Gate_Service.cpy".
001390 COPY "Credential_Mask.cpy".
001400 COPY "Pcref_Status_Index.cpy".
001410 LINKAGE SECTION.
001420*    THE CALLER PASSES ITS OWN WORKING-STORAGE COPY OF
001430*    SEND-GATE-AREA AS A PLAIN BYTE AREA.
001440 01  G0-GATE-AREA                 PIC X(1881).
001450 PROCEDURE DIVISION USING G0-GATE-AREA.
001460*-----------------------------------------------------------------
001470 0000-MAINLINE.
001480*-----------------------------------------------------------------
001490     MOVE G0-GATE-AREA TO SEND-GATE-AREA.
001500     MOVE SPACE TO SGA-RESULT.
001510     IF SGA-CLOSE
001520         PERFORM 7000-CLOSE-BUFFER THRU 7000-EXIT
001530         GO TO 0900-RETURN
001540     END-IF.
001550     IF NOT G0-LOADED
001560         PERFORM 1000-LOAD-CONTROLS THRU 1000-EXIT
001570     END-IF.
001580     EVALUATE TRUE
001590         WHEN SGA-ENQUIRE
001600             PERFORM 3000-EVALUATE-AVAILABILITY THRU 3000-EXIT
001610         WHEN SGA-CHECK
001620             PERFORM 2000-CHECK-MESSAGE THRU 2000-EXIT
001630         WHEN OTHER
001640             SET SGA-HOLD-FAILED TO TRUE
001650     END-EVALUATE.
001660 0900-RETURN.
001670     MOVE SEND-GATE-AREA TO G0-GATE-AREA.
001680     GOBACK.
001690*-----------------------------------------------------------------
001700 1000-LOAD-CONTROLS.
001710*-----------------------------------------------------------------
001720*    NO CALENDAR MEANS NO PLANNED WINDOWS; NO SWITCH RECORD
001730*    MEANS NO OUTAGE DECLARED.
001740     OPEN INPUT EQAVAILF.
001750     IF G0-EQAVAILF-OK
001760         PERFORM 9100-READ-EQAVAILF THRU 9100-EXIT
001770         PERFORM 1100-LOAD-ONE-WINDOW THRU 1100-EXIT
001780             UNTIL G0-EQAVAILF-EOF
001790         CLOSE EQAVAILF
001800     ELSE
001810         DISPLAY 'ESB120G: NO AVAILABILITY CALENDAR '
001820             G0-EQAVAILF-STATUS
001830     END-IF.
001840     OPEN INPUT EQOUTSW.
001850     IF G0-EQOUTSW-OK
001860         READ EQOUTSW
001870             AT END
001880                 MOVE 'N' TO G0-OUTAGE-SW
001890             NOT AT END
001900                 IF EOS-EQUATION-DOWN
001910                     SET G0-OUTAGE-DECLARED TO TRUE
001920                     MOVE EOS-WINDOW-ID TO G0-OUTAGE-WINDOW-ID
001930                 END-IF
001940         END-READ
001950         CLOSE EQOUTSW
001960     END-IF.
001970     MOVE 'Y' TO G0-LOADED-SW.
001980 1000-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------------
002010 1100-LOAD-ONE-WINDOW.
002020*-----------------------------------------------------------------
002030     IF G0-CALENDAR-COUNT < 500
002040         ADD 1 TO G0-CALENDAR-COUNT
002050         SET G0-CAL-IDX TO G0-CALENDAR-COUNT
002060         MOVE EAV-WINDOW-ID TO G0-CAL-WINDOW-ID (G0-CAL-IDX)
002070         MOVE EAV-RECURRENCE TO G0-CAL-RECURRENCE (G0-CAL-IDX)
002080         MOVE EAV-START-DATE TO G0-CAL-START-DATE (G0-CAL-IDX)
002090         MOVE EAV-START-TIME TO G0-CAL-START-TIME (G0-CAL-IDX)
002100         MOVE EAV-END-DATE TO G0-CAL-END-DATE (G0-CAL-IDX)
002110         MOVE EAV-END-TIME TO G0-CAL-END-TIME (G0-CAL-IDX)
002120     ELSE
002125         IF NOT G0-CALENDAR-FULL
002130             DISPLAY 'ESB120G: CALENDAR TABLE FULL AT '
002135                 EAV-WINDOW-ID ' - EQUATION TAKEN AS UNAVAILABLE'
002140             SET G0-CALENDAR-FULL TO TRUE
002145         END-IF
002150     END-IF.
002160     PERFORM 9100-READ-EQAVAILF THRU 9100-EXIT.
002170 1100-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------------
002200 1200-OPEN-BUFFER.
002210*-----------------------------------------------------------------
002220*    OPENED ON THE FIRST MESSAGE CHECKED, NOT ON AN ENQUIRY, SO
002230*    ESB121D CAN ENQUIRE WHILE IT HAS THE BUFFER OPEN ITSELF.
002240*    THE GROUPS ALREADY HELD ARE NOTED AS THE BUFFER IS OPENED.
002250     OPEN I-O SFWDBUF.
002260     IF G0-SFWDBUF-NOT-THERE
002270         OPEN OUTPUT SFWDBUF
002280         CLOSE SFWDBUF
002290         OPEN I-O SFWDBUF
002300     END-IF.
002310     IF NOT G0-SFWDBUF-OK
002320         DISPLAY 'ESB120G: UNABLE TO OPEN SFWDBUF '
002330             G0-SFWDBUF-STATUS
002340         SET G0-BUFFER-UNUSABLE TO TRUE
002350         GO TO 1200-EXIT
002360     END-IF.
002370     SET G0-BUFFER-OPEN TO TRUE.
002380     MOVE LOW-VALUES TO SBF-KEY.
002390     MOVE 'N' TO G0-SFWDBUF-EOF-SW.
002400     START SFWDBUF KEY NOT LESS THAN SBF-KEY
002410         INVALID KEY
002420             SET G0-SFWDBUF-EOF TO TRUE
002430     END-START.
002440     IF NOT G0-SFWDBUF-EOF
002450         PERFORM 9200-READ-SFWDBUF THRU 9200-EXIT
002460     END-IF.
002470     PERFORM 1210-NOTE-HELD-GROUP THRU 1210-EXIT
002480         UNTIL G0-SFWDBUF-EOF.
002490 1200-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520 1210-NOTE-HELD-GROUP.
002530*-----------------------------------------------------------------
002540     MOVE SBF-MSGTYPE-CODE TO G0-SEARCH-MSGTYPE-CODE.
002550     MOVE SBF-PCREF TO G0-SEARCH-PCREF.
002560     PERFORM 2200-ADD-HELD-GROUP THRU 2200-EXIT.
002570     PERFORM 9200-READ-SFWDBUF THRU 9200-EXIT.
002580 1210-EXIT.
002590     EXIT.
002600*-----------------------------------------------------------------
002610 2000-CHECK-MESSAGE.
002620*-----------------------------------------------------------------
002630     IF G0-BUFFER-NOT-OPENED
002640         PERFORM 1200-OPEN-BUFFER THRU 1200-EXIT
002650     END-IF.
002660     IF SGA-MSGTYPE-CODE NOT = G0-LAST-MSGTYPE-CODE
002670        OR SGA-PCREF NOT = G0-LAST-PCREF
002680        OR SGA-PCREF = SPACES
002690         PERFORM 2100-DECIDE-GROUP THRU 2100-EXIT
002700     END-IF.
002710     MOVE G0-LAST-WINDOW-ID TO SGA-WINDOW-ID.
002720     IF G0-LAST-SEND
002730         SET SGA-SEND TO TRUE
002740         GO TO 2000-EXIT
002750     END-IF.
002760     PERFORM 4000-HOLD-MESSAGE THRU 4000-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800 2100-DECIDE-GROUP.
002810*-----------------------------------------------------------------
002820     MOVE SGA-MSGTYPE-CODE TO G0-LAST-MSGTYPE-CODE.
002830     MOVE SGA-PCREF TO G0-LAST-PCREF.
002840     PERFORM 3000-EVALUATE-AVAILABILITY THRU 3000-EXIT.
002850     MOVE SGA-WINDOW-ID TO G0-LAST-WINDOW-ID.
002860     IF SGA-UNAVAILABLE
002870         SET G0-LAST-HOLD TO TRUE
002880         GO TO 2100-EXIT
002890     END-IF.
002900     SET G0-LAST-SEND TO TRUE.
002910     MOVE G0-LAST-GROUP TO G0-SEARCH-GROUP.
002920     PERFORM 2300-FIND-HELD-GROUP THRU 2300-EXIT.
002923*    ONCE THE HELD GROUP TABLE IS FULL A GROUP NOT FOUND MAY
002926*    STILL HAVE A PART IN THE BUFFER, SO IT WAITS BEHIND IT.
002930     IF G0-GROUP-FOUND
002935        OR G0-HELD-FULL
002940         SET G0-LAST-HOLD TO TRUE
002950         MOVE 'HELDPART' TO G0-LAST-WINDOW-ID
002960     END-IF.
002970 2100-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------------
003000 2200-ADD-HELD-GROUP.
003010*-----------------------------------------------------------------
003020     PERFORM 2300-FIND-HELD-GROUP THRU 2300-EXIT.
003030     IF G0-GROUP-FOUND
003040         GO TO 2200-EXIT
003050     END-IF.
003060     IF G0-HELD-COUNT < 2000
003070         ADD 1 TO G0-HELD-COUNT
003080         SET G0-HLD-IDX TO G0-HELD-COUNT
003090         MOVE G0-SEARCH-MSGTYPE-CODE
003100             TO G0-HLD-MSGTYPE-CODE (G0-HLD-IDX)
003110         MOVE G0-SEARCH-PCREF TO G0-HLD-PCREF (G0-HLD-IDX)
003120     ELSE
003130         IF NOT G0-HELD-FULL
003140             DISPLAY 'ESB120G: HELD GROUP TABLE FULL - EVERY'
003150                 ' LATER GROUP HELD'
003160             SET G0-HELD-FULL TO TRUE
003170         END-IF
003180     END-IF.
003190 2200-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220 2300-FIND-HELD-GROUP.
003230*-----------------------------------------------------------------
003240     MOVE 'N' TO G0-GROUP-FOUND-SW.
003250     IF G0-HELD-COUNT = ZERO
003260        OR G0-SEARCH-PCREF = SPACES
003270         GO TO 2300-EXIT
003280     END-IF.
003290     SET G0-HLD-LOOKUP-IDX TO 1.
003300     PERFORM 2310-SCAN-HELD-GROUP THRU 2310-EXIT
003310         UNTIL G0-HLD-LOOKUP-IDX > G0-HELD-COUNT
003320            OR G0-GROUP-FOUND.
003330 2300-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360 2310-SCAN-HELD-GROUP.
003370*-----------------------------------------------------------------
003380     IF G0-HLD-MSGTYPE-CODE (G0-HLD-LOOKUP-IDX) =
003390             G0-SEARCH-MSGTYPE-CODE
003400        AND G0-HLD-PCREF (G0-HLD-LOOKUP-IDX) = G0-SEARCH-PCREF
003410         SET G0-GROUP-FOUND TO TRUE
003420     ELSE
003430         SET G0-HLD-LOOKUP-IDX UP BY 1
003440     END-IF.
003450 2310-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480 3000-EVALUATE-AVAILABILITY.
003490*-----------------------------------------------------------------
003500     ACCEPT G0-NOW-DATE FROM DATE YYYYMMDD.
003510     ACCEPT G0-CLOCK FROM TIME.
003520     MOVE G0-CLOCK-HHMMSS TO G0-NOW-TIME.
003530     SET SGA-AVAILABLE TO TRUE.
003540     MOVE SPACES TO G0-WINDOW-ID.
003550     IF G0-OUTAGE-DECLARED
003560         SET SGA-UNAVAILABLE TO TRUE
003570         MOVE G0-OUTAGE-WINDOW-ID TO G0-WINDOW-ID
003572     END-IF.
003574     IF G0-CALENDAR-FULL
003576        AND SGA-AVAILABLE
003578         SET SGA-UNAVAILABLE TO TRUE
003580         MOVE 'CALFULL' TO G0-WINDOW-ID
003582     END-IF.
003584     IF SGA-AVAILABLE
003590         SET G0-CAL-IDX TO 1
003600         PERFORM 3100-SCAN-WINDOW THRU 3100-EXIT
003610             UNTIL G0-CAL-IDX > G0-CALENDAR-COUNT
003620                OR SGA-UNAVAILABLE
003630     END-IF.
003640     MOVE G0-WINDOW-ID TO SGA-WINDOW-ID.
003650 3000-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680 3100-SCAN-WINDOW.
003690*-----------------------------------------------------------------
003700     IF NOT G0-CAL-DAILY (G0-CAL-IDX)
003710         IF G0-NOW-STAMP NOT < G0-CAL-START (G0-CAL-IDX)
003720            AND G0-NOW-STAMP < G0-CAL-END (G0-CAL-IDX)
003730             SET SGA-UNAVAILABLE TO TRUE
003740         END-IF
003750         GO TO 3100-NEXT
003760     END-IF.
003770     IF G0-NOW-DATE < G0-CAL-START-DATE (G0-CAL-IDX)
003780        OR G0-NOW-DATE > G0-CAL-END-DATE (G0-CAL-IDX)
003790         GO TO 3100-NEXT
003800     END-IF.
003810     IF G0-CAL-START-TIME (G0-CAL-IDX)
003820             NOT > G0-CAL-END-TIME (G0-CAL-IDX)
003830         IF G0-NOW-TIME NOT < G0-CAL-START-TIME (G0-CAL-IDX)
003840            AND G0-NOW-TIME < G0-CAL-END-TIME (G0-CAL-IDX)
003850             SET SGA-UNAVAILABLE TO TRUE
003860         END-IF
003870     ELSE
003880         IF G0-NOW-TIME NOT < G0-CAL-START-TIME (G0-CAL-IDX)
003890            OR G0-NOW-TIME < G0-CAL-END-TIME (G0-CAL-IDX)
003900             SET SGA-UNAVAILABLE TO TRUE
003910         END-IF
003920     END-IF.
003930 3100-NEXT.
003940     IF SGA-UNAVAILABLE
003950         MOVE G0-CAL-WINDOW-ID (G0-CAL-IDX) TO G0-WINDOW-ID
003960     ELSE
003970         SET G0-CAL-IDX UP BY 1
003980     END-IF.
003990 3100-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020 4000-HOLD-MESSAGE.
004030*-----------------------------------------------------------------
004040     IF NOT G0-BUFFER-OPEN
004050         SET SGA-HOLD-FAILED TO TRUE
004060         GO TO 4000-EXIT
004070     END-IF.
004080     MOVE SPACES TO SEND-BUFFER-RECORD.
004090     ACCEPT G0-NOW-DATE FROM DATE YYYYMMDD.
004100     ACCEPT G0-CLOCK FROM TIME.
004110     MOVE G0-NOW-DATE TO SBF-ARRIVAL-DATE.
004120     MOVE G0-CLOCK-HHMMSS TO SBF-ARRIVAL-TIME.
004130     MOVE G0-NEXT-SEQ TO SBF-ARRIVAL-SEQ.
004140     MOVE SGA-MSGTYPE-CODE TO SBF-MSGTYPE-CODE.
004150     MOVE SGA-PCREF TO SBF-PCREF.
004160     MOVE SGA-TRANSQ TO SBF-TRANSQ.
004170     MOVE SGA-NMSGS TO SBF-NMSGS.
004180     MOVE SGA-CALLER TO SBF-CALLER.
004190     MOVE G0-LAST-WINDOW-ID TO SBF-WINDOW-ID.
004200     MOVE SGA-MESSAGE-LENGTH TO SBF-MESSAGE-LENGTH.
004210     MOVE SGA-MESSAGE TO SBF-MESSAGE.
004220     MOVE SPACES TO CREDENTIAL-MASK-AREA.
004230     SET CMK-MASK TO TRUE.
004240     IF SBF-BALANCE-ENQUIRY
004250         SET CMK-ENQUIRY-HEADER TO TRUE
004260     ELSE
004270         SET CMK-REQUEST-HEADER TO TRUE
004280     END-IF.
004290     MOVE SBF-MESSAGE (1:320) TO CMK-HEADER.
004300     CALL 'ESB115K' USING CREDENTIAL-MASK-AREA.
004310     IF NOT CMK-OK
004320         DISPLAY 'ESB120G: SIGN-ON NOT MASKED, NOT HELD '
004330             SBF-PCREF
004340         SET SGA-HOLD-FAILED TO TRUE
004350         GO TO 4000-EXIT
004360     END-IF.
004370     MOVE CMK-HEADER TO SBF-MESSAGE (1:320).
004380     MOVE 'N' TO G0-WRITTEN-SW.
004390     MOVE ZERO TO G0-TRY-COUNT.
004400     PERFORM 4100-WRITE-BUFFER THRU 4100-EXIT
004410         UNTIL G0-WRITTEN
004420            OR G0-TRY-COUNT > 998.
004430     IF NOT G0-WRITTEN
004440        OR NOT G0-SFWDBUF-OK
004450         SET SGA-HOLD-FAILED TO TRUE
004460         GO TO 4000-EXIT
004470     END-IF.
004480     COMPUTE G0-NEXT-SEQ = SBF-ARRIVAL-SEQ + 1.
004490     SET SGA-HELD TO TRUE.
004500     MOVE G0-LAST-GROUP TO G0-SEARCH-GROUP.
004510     PERFORM 2200-ADD-HELD-GROUP THRU 2200-EXIT.
004520     PERFORM 4200-POST-STATUS-EVENT THRU 4200-EXIT.
004530 4000-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560 4100-WRITE-BUFFER.
004570*-----------------------------------------------------------------
004580     WRITE SEND-BUFFER-RECORD.
004590     ADD 1 TO G0-TRY-COUNT.
004600     IF G0-SFWDBUF-OK
004610         MOVE 'Y' TO G0-WRITTEN-SW
004620     ELSE
004630         IF G0-SFWDBUF-DUP-KEY
004640             ADD 1 TO SBF-ARRIVAL-SEQ
004650         ELSE
004660             DISPLAY 'ESB120G: SEND BUFFER WRITE FAILED '
004670                 G0-SFWDBUF-STATUS
004680             MOVE 'Y' TO G0-WRITTEN-SW
004690         END-IF
004700     END-IF.
004710 4100-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------------
004740 4200-POST-STATUS-EVENT.
004750*-----------------------------------------------------------------
004760     IF SBF-PCREF = SPACES
004770         GO TO 4200-EXIT
004780     END-IF.
004790     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
004800     MOVE SBF-PCREF TO PSI-PCREF.
004810     MOVE SBF-TRANSQ TO PSI-TRANSQ.
004820     MOVE ZERO TO PSI-EVENT-SEQ.
004830     SET PSI-STAGE-SEND-BUFFER TO TRUE.
004840     SET PSI-PASSED TO TRUE.
004850     STRING 'HELD FOR WINDOW ' DELIMITED BY SIZE
004860            SBF-WINDOW-ID DELIMITED BY SPACE
004870         INTO PSI-STATUS-TEXT
004880     END-STRING.
004890     MOVE SBF-ARRIVAL-DATE TO PSI-EVENT-DATE.
004900     MOVE SBF-ARRIVAL-TIME TO PSI-EVENT-TIME.
004910     CALL 'ESB025U' USING PCREF-STATUS-INDEX-RECORD.
004920 4200-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------------
004950 7000-CLOSE-BUFFER.
004960*-----------------------------------------------------------------
004970     IF G0-BUFFER-OPEN
004980         CLOSE SFWDBUF
004990     END-IF.
005000     SET G0-BUFFER-NOT-OPENED TO TRUE.
005010     MOVE SPACES TO G0-LAST-GROUP.
005020     MOVE ZERO TO G0-HELD-COUNT.
005030 7000-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 9100-READ-EQAVAILF.
005070*-----------------------------------------------------------------
005080     READ EQAVAILF
005090         AT END
005100             SET G0-EQAVAILF-EOF TO TRUE
005110     END-READ.
005120 9100-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------------
005150 9200-READ-SFWDBUF.
005160*-----------------------------------------------------------------
005170     READ SFWDBUF NEXT RECORD
005180         AT END
005190             SET G0-SFWDBUF-EOF TO TRUE
005200     END-READ.
005210 9200-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240 9999-EXIT.
005250*-----------------------------------------------------------------
005260     EXIT.
