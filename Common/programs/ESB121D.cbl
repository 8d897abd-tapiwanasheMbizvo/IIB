000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB121D
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    DRAINS THE STORE-AND-FORWARD SEND BUFFER (SFWDBUF) FILLED
000200*    BY THE SEND GATE (ESB120G) WHILE EQUATION WAS UNAVAILABLE.
000210*    RUN BY THE SCHEDULER EVERY SFP-DRAIN-INTERVAL MINUTES; EACH
000220*    RUN ASKS THE GATE WHETHER EQUATION IS UP AND, IF IT IS,
000230*    RELEASES UP TO SFP-RATE-PER-MINUTE TIMES THE INTERVAL
000240*    MESSAGES IN ARRIVAL ORDER TO SFTRANO, SFHOLDO AND SFBALQO,
000250*    WHICH FEED ESB015P AS TRANREQF, HOLDREQF AND BALENQF SO THE
000260*    NORMAL SEND PATH (AND SIGN-ON) APPLIES.  A PCREF GROUP IS
000270*    RELEASED WHOLE OR NOT AT ALL, AND ONCE A GROUP IS HELD BACK
000280*    EVERY LATER GROUP WAITS BEHIND IT.  A BALANCE ENQUIRY HELD
000290*    LONGER THAN SFP-BALQ-MAX-AGE MINUTES IS DROPPED AS EXPIRED
000300*    WHETHER EQUATION IS UP OR NOT.  RELEASED AND EXPIRED
000310*    MESSAGES ARE DELETED FROM THE BUFFER AND POSTED TO THE
000320*    STATUS INDEX (ESB025U).  THE REPORT LISTS EVERY MESSAGE IN
000330*    THE BUFFER WITH HOW LONG IT WAS HELD AND WHAT BECAME OF IT,
000340*    THEN TOTALS PER MESSAGE TYPE.  RETURN CODE 4 WHEN ANYTHING
000350*    EXPIRED, 8 WHEN THE BUFFER COULD NOT BE OPENED.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*    15-OCT-2026  TC   INITIAL VERSION.
000390******************************************************************
000400 PROGRAM-ID. ESB121D.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-ZSERIES.
000440 OBJECT-COMPUTER. IBM-ZSERIES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SFWDPRMF ASSIGN TO SFWDPRMF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS D1-SFWDPRMF-STATUS.
000500     SELECT SFWDBUF  ASSIGN TO SFWDBUF
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SBF-KEY
000540         FILE STATUS IS D1-SFWDBUF-STATUS.
000550     SELECT SFTRANO  ASSIGN TO SFTRANO
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS D1-SFTRANO-STATUS.
000580     SELECT SFHOLDO  ASSIGN TO SFHOLDO
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS D1-SFHOLDO-STATUS.
000610     SELECT SFBALQO  ASSIGN TO SFBALQO
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS D1-SFBALQO-STATUS.
000640     SELECT SFWDRPT  ASSIGN TO SFWDRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS D1-SFWDRPT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SFWDPRMF
000700     RECORDING MODE IS F.
000710     COPY "Send_Forward_Param.cpy".
000720 FD  SFWDBUF.
000730     COPY "Send_Buffer.cpy".
000740 FD  SFTRANO
000750     RECORDING MODE IS F.
000760 01  SFTRANO-RECORD               PIC X(1816).
000770 FD  SFHOLDO
000780     RECORDING MODE IS F.
000790 01  SFHOLDO-RECORD               PIC X(0818).
000800 FD  SFBALQO
000810     RECORDING MODE IS F.
000820 01  SFBALQO-RECORD               PIC X(1060).
000830 FD  SFWDRPT
000840     RECORDING MODE IS F.
000850 01  SFWDRPT-RECORD               PIC X(132).
000860 WORKING-STORAGE SECTION.
000870 01  D1-SFWDPRMF-STATUS           PIC X(002) VALUE '00'.
000880     88 D1-SFWDPRMF-OK                       VALUE '00'.
000890 01  D1-SFWDBUF-STATUS            PIC X(002) VALUE '00'.
000900     88 D1-SFWDBUF-OK                        VALUE '00'.
000910     88 D1-SFWDBUF-NOT-THERE                 VALUE '35'.
000920 01  D1-SFTRANO-STATUS            PIC X(002) VALUE '00'.
000930 01  D1-SFHOLDO-STATUS            PIC X(002) VALUE '00'.
000940 01  D1-SFBALQO-STATUS            PIC X(002) VALUE '00'.
000950 01  D1-SFWDRPT-STATUS            PIC X(002) VALUE '00'.
000960 01  D1-SWITCHES.
000970     05 D1-SFWDBUF-EOF-SW         PIC X(001) VALUE 'N'.
000980        88 D1-SFWDBUF-EOF                    VALUE 'Y'.
000990     05 D1-BUFFER-OPEN-SW         PIC X(001) VALUE 'N'.
001000        88 D1-BUFFER-OPEN                    VALUE 'Y'.
001010     05 D1-HOLD-BACK-SW           PIC X(001) VALUE 'N'.
001020        88 D1-HOLD-BACK                      VALUE 'Y'.
001030     05 D1-GROUP-FOUND-SW         PIC X(001) VALUE 'N'.
001040        88 D1-GROUP-FOUND                    VALUE 'Y'.
001050     05 D1-GROUP-FULL-SW          PIC X(001) VALUE 'N'.
001060        88 D1-GROUP-FULL                     VALUE 'Y'.
001070 01  D1-DATE-TIME.
001080     05 D1-RUN-DATE               PIC 9(008) VALUE ZERO.
001090     05 D1-RUN-TIME               PIC 9(006) VALUE ZERO.
001100 01  D1-CLOCK.
001110     05 D1-CLOCK-HHMMSS           PIC 9(006).
001120     05 D1-CLOCK-HUNDREDTHS       PIC 9(002).
001130*    PACING AND AGEING, FROM SFWDPRMF OR DEFAULTED.
001140 01  D1-RATE-PER-MINUTE           PIC 9(004) VALUE 60.
001150 01  D1-DRAIN-INTERVAL            PIC 9(003) VALUE 1.
001160 01  D1-BALQ-MAX-AGE              PIC 9(004) VALUE 30.
001170 01  D1-ALLOWANCE                 PIC 9(007) VALUE ZERO.
001180 01  D1-RELEASED-TOTAL            PIC 9(007) VALUE ZERO.
001190 01  D1-EXPIRED-TOTAL             PIC 9(007) VALUE ZERO.
001200 01  D1-READ-TOTAL                PIC 9(007) VALUE ZERO.
001205 01  D1-RETURN-CODE               PIC 9(004) COMP VALUE ZERO.
001210*    HOW LONG THE MESSAGE IN HAND HAS BEEN HELD.
001220 01  D1-WORK-TIME                 PIC 9(006) VALUE ZERO.
001230 01  D1-WORK-TIME-R REDEFINES D1-WORK-TIME.
001240     05 D1-WORK-HH                PIC 9(002).
001250     05 D1-WORK-MM                PIC 9(002).
001260     05 D1-WORK-SS                PIC 9(002).
001270 01  D1-DAY-DIFF                  PIC S9(007) COMP VALUE ZERO.
001280 01  D1-NOW-MINUTE                PIC S9(007) COMP VALUE ZERO.
001290 01  D1-ARRIVAL-MINUTE            PIC S9(007) COMP VALUE ZERO.
001300 01  D1-HELD-MINUTES-S            PIC S9(009) COMP VALUE ZERO.
001310 01  D1-HELD-MINUTES              PIC 9(007) VALUE ZERO.
001320 01  D1-OUTCOME                   PIC X(008) VALUE SPACES.
001330     88 D1-RELEASED                          VALUE 'RELEASED'.
001340     88 D1-EXPIRED                           VALUE 'EXPIRED '.
001350     88 D1-STILL-HELD                        VALUE 'HELD    '.
001360 01  D1-TYPE-SUB                  PIC 9(004) COMP VALUE ZERO.
001370*    THE DECISION TAKEN FOR EACH PCREF GROUP MET THIS RUN, SO A
001380*    GROUP WHOSE PARTS ARE NOT ADJACENT IN THE BUFFER IS STILL
001390*    RELEASED OR HELD AS A WHOLE.
001400 01  D1-SEARCH-GROUP.
001410     05 D1-SEARCH-MSGTYPE-CODE    PIC X(004) VALUE SPACES.
001420     05 D1-SEARCH-PCREF           PIC X(020) VALUE SPACES.
001430 01  D1-GROUP-DECISION            PIC X(001) VALUE SPACE.
001440     88 D1-GROUP-RELEASE                     VALUE 'R'.
001450     88 D1-GROUP-HOLD                        VALUE 'H'.
001460 01  D1-GROUP-COUNT               PIC 9(004) COMP VALUE ZERO.
001470 01  D1-GROUP-TABLE.
001480     05 D1-GRP-ENTRY OCCURS 2000 TIMES
001490        INDEXED BY D1-GRP-IDX.
001500        10 D1-GRP-MSGTYPE-CODE    PIC X(004).
001510        10 D1-GRP-PCREF           PIC X(020).
001520        10 D1-GRP-DECISION        PIC X(001).
001530*    ONE ENTRY PER MESSAGE TYPE: 1 TRANSACTION, 2 HOLD,
001540*    3 BALANCE ENQUIRY.
001550 01  D1-TYPE-TABLE.
001560     05 D1-TYP-ENTRY OCCURS 3 TIMES
001570        INDEXED BY D1-TYP-IDX.
001580        10 D1-TYP-CODE            PIC X(004).
001590        10 D1-TYP-NAME            PIC X(020).
001600        10 D1-TYP-IN-BUFFER       PIC 9(007).
001610        10 D1-TYP-RELEASED        PIC 9(007).
001620        10 D1-TYP-EXPIRED         PIC 9(007).
001630        10 D1-TYP-HELD            PIC 9(007).
001640        10 D1-TYP-LONGEST         PIC 9(007).
001650 01  D1-HEADING-LINE.
001660     05 FILLER                    PIC X(040)
001670            VALUE 'STORE-AND-FORWARD SEND BUFFER REPORT    '.
001680     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001690     05 D1-HDG-DATE               PIC 9(008).
001700     05 FILLER                    PIC X(001) VALUE SPACE.
001710     05 D1-HDG-TIME               PIC 9(006).
001720     05 FILLER                    PIC X(072) VALUE SPACES.
001730 01  D1-STATE-LINE.
001740     05 FILLER                    PIC X(010) VALUE 'EQUATION: '.
001750     05 D1-STL-STATE              PIC X(011).
001760     05 FILLER                    PIC X(009) VALUE '  WINDOW '.
001770     05 D1-STL-WINDOW             PIC X(008).
001780     05 FILLER                    PIC X(094) VALUE SPACES.
001790 01  D1-PARAM-LINE.
001800     05 FILLER                    PIC X(020)
001810            VALUE 'RELEASE ALLOWANCE   '.
001820     05 D1-PRL-ALLOWANCE          PIC ZZZZZZ9.
001830     05 FILLER                    PIC X(008) VALUE '  RATE  '.
001840     05 D1-PRL-RATE               PIC ZZZ9.
001850     05 FILLER                    PIC X(016)
001860            VALUE ' PER MINUTE FOR '.
001870     05 D1-PRL-INTERVAL           PIC ZZ9.
001880     05 FILLER                    PIC X(010) VALUE ' MINUTES  '.
001890     05 FILLER                    PIC X(025)
001900            VALUE 'BALANCE ENQUIRY MAX AGE '.
001910     05 D1-PRL-MAX-AGE            PIC ZZZ9.
001920     05 FILLER                    PIC X(008) VALUE ' MINUTES'.
001930     05 FILLER                    PIC X(027) VALUE SPACES.
001940 01  D1-COLUMN-LINE.
001950     05 FILLER                    PIC X(006) VALUE 'TYPE'.
001960     05 FILLER                    PIC X(022) VALUE 'PCREF'.
001970     05 FILLER                    PIC X(006) VALUE 'TRSQ'.
001980     05 FILLER                    PIC X(006) VALUE 'NMSG'.
001990     05 FILLER                    PIC X(017) VALUE 'ARRIVED'.
002000     05 FILLER                    PIC X(009) VALUE 'MINUTES'.
002010     05 FILLER                    PIC X(010) VALUE 'WINDOW'.
002020     05 FILLER                    PIC X(010) VALUE 'CALLER'.
002030     05 FILLER                    PIC X(008) VALUE 'OUTCOME'.
002040     05 FILLER                    PIC X(038) VALUE SPACES.
002050 01  D1-DETAIL-LINE.
002060     05 D1-DTL-TYPE               PIC X(004).
002070     05 FILLER                    PIC X(002) VALUE SPACES.
002080     05 D1-DTL-PCREF              PIC X(020).
002090     05 FILLER                    PIC X(002) VALUE SPACES.
002100     05 D1-DTL-TRANSQ             PIC X(004).
002110     05 FILLER                    PIC X(002) VALUE SPACES.
002120     05 D1-DTL-NMSGS              PIC X(004).
002130     05 FILLER                    PIC X(002) VALUE SPACES.
002140     05 D1-DTL-ARRIVAL-DATE       PIC 9(008).
002150     05 FILLER                    PIC X(001) VALUE SPACE.
002160     05 D1-DTL-ARRIVAL-TIME       PIC 9(006).
002170     05 FILLER                    PIC X(002) VALUE SPACES.
002180     05 D1-DTL-HELD-MINUTES       PIC ZZZZZZ9.
002190     05 FILLER                    PIC X(002) VALUE SPACES.
002200     05 D1-DTL-WINDOW             PIC X(008).
002210     05 FILLER                    PIC X(002) VALUE SPACES.
002220     05 D1-DTL-CALLER             PIC X(008).
002230     05 FILLER                    PIC X(002) VALUE SPACES.
002240     05 D1-DTL-OUTCOME            PIC X(008).
002250     05 FILLER                    PIC X(038) VALUE SPACES.
002260 01  D1-EMPTY-LINE.
002270     05 FILLER                    PIC X(024)
002280            VALUE '** SEND BUFFER IS EMPTY'.
002290     05 FILLER                    PIC X(108) VALUE SPACES.
002300 01  D1-TOTAL-LINE.
002310     05 D1-TTL-NAME               PIC X(020).
002320     05 FILLER                    PIC X(012) VALUE ' IN BUFFER  '.
002330     05 D1-TTL-IN-BUFFER          PIC ZZZZZZ9.
002340     05 FILLER                    PIC X(012) VALUE '  RELEASED  '.
002350     05 D1-TTL-RELEASED           PIC ZZZZZZ9.
002360     05 FILLER                    PIC X(011) VALUE '  EXPIRED  '.
002370     05 D1-TTL-EXPIRED            PIC ZZZZZZ9.
002380     05 FILLER                    PIC X(014)
002390            VALUE '  STILL HELD  '.
002400     05 D1-TTL-HELD               PIC ZZZZZZ9.
002410     05 FILLER                    PIC X(025)
002420            VALUE '  LONGEST HELD (MINUTES) '.
002430     05 D1-TTL-LONGEST            PIC ZZZZZZ9.
002440     05 FILLER                    PIC X(003) VALUE SPACES.
002450 COPY "Send_Gate_Service.cpy".
002460 COPY "Pcref_Status_Index.cpy".
002470 COPY "Run_Statistics.cpy".
002480 PROCEDURE DIVISION.
002490*-----------------------------------------------------------------
002500 0000-MAINLINE.
002510*-----------------------------------------------------------------
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-DRAIN-MESSAGE THRU 2000-EXIT
002540         UNTIL D1-SFWDBUF-EOF.
002550     PERFORM 7000-REPORT-TOTALS THRU 7000-EXIT.
002560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002570     STOP RUN.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600*-----------------------------------------------------------------
002610     ACCEPT D1-RUN-DATE FROM DATE YYYYMMDD.
002620     ACCEPT D1-CLOCK FROM TIME.
002630     MOVE D1-CLOCK-HHMMSS TO D1-RUN-TIME.
002640     ACCEPT RST-START-TIME FROM TIME.
002650     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002660                  RST-REJECT-COUNT.
002670     SET D1-TYP-IDX TO 1.
002680     PERFORM 1100-CLEAR-TYPE-ENTRY THRU 1100-EXIT
002690         UNTIL D1-TYP-IDX > 3.
002700     MOVE 'TRAN' TO D1-TYP-CODE (1).
002710     MOVE 'TRANSACTION' TO D1-TYP-NAME (1).
002720     MOVE 'HOLD' TO D1-TYP-CODE (2).
002730     MOVE 'HOLD' TO D1-TYP-NAME (2).
002740     MOVE 'BALQ' TO D1-TYP-CODE (3).
002750     MOVE 'BALANCE ENQUIRY' TO D1-TYP-NAME (3).
002760     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
002770     MOVE SPACES TO SEND-GATE-AREA.
002780     SET SGA-ENQUIRE TO TRUE.
002790     MOVE 'ESB121D' TO SGA-CALLER.
002800     CALL 'ESB120G' USING SEND-GATE-AREA.
002810     IF SGA-AVAILABLE
002820         COMPUTE D1-ALLOWANCE =
002830             D1-RATE-PER-MINUTE * D1-DRAIN-INTERVAL
002840     ELSE
002850         MOVE ZERO TO D1-ALLOWANCE
002860     END-IF.
002870     OPEN OUTPUT SFTRANO.
002880     OPEN OUTPUT SFHOLDO.
002890     OPEN OUTPUT SFBALQO.
002900     OPEN OUTPUT SFWDRPT.
002910     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
002920     SET D1-SFWDBUF-EOF TO TRUE.
002930     OPEN I-O SFWDBUF.
002940     IF D1-SFWDBUF-NOT-THERE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     IF NOT D1-SFWDBUF-OK
002980         DISPLAY 'ESB121D: UNABLE TO OPEN SFWDBUF '
002990             D1-SFWDBUF-STATUS
003000         MOVE 8 TO D1-RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF.
003030     SET D1-BUFFER-OPEN TO TRUE.
003040     MOVE 'N' TO D1-SFWDBUF-EOF-SW.
003050     MOVE LOW-VALUES TO SBF-KEY.
003060     START SFWDBUF KEY NOT LESS THAN SBF-KEY
003070         INVALID KEY
003080             SET D1-SFWDBUF-EOF TO TRUE
003090     END-START.
003100     IF NOT D1-SFWDBUF-EOF
003110         PERFORM 9200-READ-SFWDBUF THRU 9200-EXIT
003120     END-IF.
003130 1000-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 1100-CLEAR-TYPE-ENTRY.
003170*-----------------------------------------------------------------
003180     MOVE ZERO TO D1-TYP-IN-BUFFER (D1-TYP-IDX)
003190                  D1-TYP-RELEASED (D1-TYP-IDX)
003200                  D1-TYP-EXPIRED (D1-TYP-IDX)
003210                  D1-TYP-HELD (D1-TYP-IDX)
003220                  D1-TYP-LONGEST (D1-TYP-IDX).
003230     SET D1-TYP-IDX UP BY 1.
003240 1100-EXIT.
003250     EXIT.
003260*-----------------------------------------------------------------
003270 1200-LOAD-PARAMETERS.
003280*-----------------------------------------------------------------
003290*    A MISSING FILE OR A ZERO VALUE KEEPS THE DEFAULT.
003300     OPEN INPUT SFWDPRMF.
003310     IF NOT D1-SFWDPRMF-OK
003320         DISPLAY 'ESB121D: NO SEND BUFFER PARAMETERS,'
003330             ' DEFAULTS USED'
003340         GO TO 1200-EXIT
003350     END-IF.
003360     READ SFWDPRMF
003370         AT END
003380             MOVE SPACES TO SEND-FORWARD-PARAM-RECORD
003390     END-READ.
003400     IF SFP-RATE-PER-MINUTE IS NUMERIC
003410        AND SFP-RATE-PER-MINUTE > ZERO
003420         MOVE SFP-RATE-PER-MINUTE TO D1-RATE-PER-MINUTE
003430     END-IF.
003440     IF SFP-DRAIN-INTERVAL IS NUMERIC
003450        AND SFP-DRAIN-INTERVAL > ZERO
003460         MOVE SFP-DRAIN-INTERVAL TO D1-DRAIN-INTERVAL
003470     END-IF.
003480     IF SFP-BALQ-MAX-AGE IS NUMERIC
003490        AND SFP-BALQ-MAX-AGE > ZERO
003500         MOVE SFP-BALQ-MAX-AGE TO D1-BALQ-MAX-AGE
003510     END-IF.
003520     CLOSE SFWDPRMF.
003530 1200-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------------
003560 1300-WRITE-HEADINGS.
003570*-----------------------------------------------------------------
003580     MOVE D1-RUN-DATE TO D1-HDG-DATE.
003590     MOVE D1-RUN-TIME TO D1-HDG-TIME.
003600     MOVE D1-HEADING-LINE TO SFWDRPT-RECORD.
003610     WRITE SFWDRPT-RECORD.
003620     IF SGA-AVAILABLE
003630         MOVE 'AVAILABLE' TO D1-STL-STATE
003640     ELSE
003650         MOVE 'UNAVAILABLE' TO D1-STL-STATE
003660     END-IF.
003670     MOVE SGA-WINDOW-ID TO D1-STL-WINDOW.
003680     MOVE D1-STATE-LINE TO SFWDRPT-RECORD.
003690     WRITE SFWDRPT-RECORD.
003700     MOVE D1-ALLOWANCE TO D1-PRL-ALLOWANCE.
003710     MOVE D1-RATE-PER-MINUTE TO D1-PRL-RATE.
003720     MOVE D1-DRAIN-INTERVAL TO D1-PRL-INTERVAL.
003730     MOVE D1-BALQ-MAX-AGE TO D1-PRL-MAX-AGE.
003740     MOVE D1-PARAM-LINE TO SFWDRPT-RECORD.
003750     WRITE SFWDRPT-RECORD.
003760     MOVE D1-COLUMN-LINE TO SFWDRPT-RECORD.
003770     WRITE SFWDRPT-RECORD.
003780 1300-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810 2000-DRAIN-MESSAGE.
003820*-----------------------------------------------------------------
003830     ADD 1 TO D1-READ-TOTAL.
003840     ADD 1 TO RST-RECORDS-IN.
003850     EVALUATE TRUE
003860         WHEN SBF-TRANSACTION
003870             MOVE 1 TO D1-TYPE-SUB
003880         WHEN SBF-HOLD
003890             MOVE 2 TO D1-TYPE-SUB
003900         WHEN OTHER
003910             MOVE 3 TO D1-TYPE-SUB
003920     END-EVALUATE.
003930     ADD 1 TO D1-TYP-IN-BUFFER (D1-TYPE-SUB).
003940     PERFORM 2100-AGE-MESSAGE THRU 2100-EXIT.
003950     IF D1-HELD-MINUTES > D1-TYP-LONGEST (D1-TYPE-SUB)
003960         MOVE D1-HELD-MINUTES TO D1-TYP-LONGEST (D1-TYPE-SUB)
003970     END-IF.
003980     SET D1-STILL-HELD TO TRUE.
003990     IF SBF-BALANCE-ENQUIRY
004000        AND D1-HELD-MINUTES > D1-BALQ-MAX-AGE
004010         SET D1-EXPIRED TO TRUE
004020         PERFORM 4000-EXPIRE-MESSAGE THRU 4000-EXIT
004030         GO TO 2000-NEXT
004040     END-IF.
004050     PERFORM 2200-DECIDE-GROUP THRU 2200-EXIT.
004060     IF D1-GROUP-RELEASE
004070         SET D1-RELEASED TO TRUE
004080         PERFORM 3000-RELEASE-MESSAGE THRU 3000-EXIT
004090     ELSE
004100         ADD 1 TO D1-TYP-HELD (D1-TYPE-SUB)
004110     END-IF.
004120 2000-NEXT.
004130     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
004140     PERFORM 9200-READ-SFWDBUF THRU 9200-EXIT.
004150 2000-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180 2100-AGE-MESSAGE.
004190*-----------------------------------------------------------------
004200*    WHOLE MINUTES FROM ARRIVAL IN THE BUFFER TO THIS RUN.
004210     COMPUTE D1-DAY-DIFF =
004220         FUNCTION INTEGER-OF-DATE (D1-RUN-DATE)
004230         - FUNCTION INTEGER-OF-DATE (SBF-ARRIVAL-DATE).
004240     MOVE D1-RUN-TIME TO D1-WORK-TIME.
004250     COMPUTE D1-NOW-MINUTE = D1-WORK-HH * 60 + D1-WORK-MM.
004260     MOVE SBF-ARRIVAL-TIME TO D1-WORK-TIME.
004270     COMPUTE D1-ARRIVAL-MINUTE = D1-WORK-HH * 60 + D1-WORK-MM.
004280     COMPUTE D1-HELD-MINUTES-S = D1-DAY-DIFF * 1440
004290         + D1-NOW-MINUTE - D1-ARRIVAL-MINUTE.
004300     IF D1-HELD-MINUTES-S < ZERO
004310         MOVE ZERO TO D1-HELD-MINUTES
004320     ELSE
004330         MOVE D1-HELD-MINUTES-S TO D1-HELD-MINUTES
004340     END-IF.
004350 2100-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380 2200-DECIDE-GROUP.
004390*-----------------------------------------------------------------
004400*    A GROUP ALREADY MET THIS RUN KEEPS ITS DECISION.  A NEW ONE
004410*    IS RELEASED ONLY WHILE EQUATION IS UP, NO EARLIER GROUP HAS
004420*    BEEN HELD BACK AND THE ALLOWANCE IS NOT USED UP.
004430     MOVE SBF-MSGTYPE-CODE TO D1-SEARCH-MSGTYPE-CODE.
004440     MOVE SBF-PCREF TO D1-SEARCH-PCREF.
004450     PERFORM 2300-FIND-GROUP THRU 2300-EXIT.
004460     IF D1-GROUP-FOUND
004470         MOVE D1-GRP-DECISION (D1-GRP-IDX) TO D1-GROUP-DECISION
004480         GO TO 2200-EXIT
004490     END-IF.
004500     IF SGA-AVAILABLE
004510        AND NOT D1-HOLD-BACK
004520        AND D1-RELEASED-TOTAL < D1-ALLOWANCE
004530         SET D1-GROUP-RELEASE TO TRUE
004540     ELSE
004550         SET D1-GROUP-HOLD TO TRUE
004560         SET D1-HOLD-BACK TO TRUE
004570     END-IF.
004580     IF SBF-PCREF = SPACES
004590         GO TO 2200-EXIT
004600     END-IF.
004610     IF D1-GROUP-COUNT < 2000
004620         ADD 1 TO D1-GROUP-COUNT
004630         SET D1-GRP-IDX TO D1-GROUP-COUNT
004640         MOVE D1-SEARCH-MSGTYPE-CODE
004650             TO D1-GRP-MSGTYPE-CODE (D1-GRP-IDX)
004660         MOVE D1-SEARCH-PCREF TO D1-GRP-PCREF (D1-GRP-IDX)
004670         MOVE D1-GROUP-DECISION TO D1-GRP-DECISION (D1-GRP-IDX)
004680     ELSE
004690*        WITH NO ROOM TO REMEMBER THE GROUP, HOLD IT AND ALL
004700*        THAT FOLLOW RATHER THAN RISK SPLITTING IT.
004710         IF NOT D1-GROUP-FULL
004720             DISPLAY 'ESB121D: GROUP TABLE FULL - REST OF BUFFER'
004730                 ' HELD TO NEXT RUN'
004740             SET D1-GROUP-FULL TO TRUE
004750         END-IF
004760         SET D1-GROUP-HOLD TO TRUE
004770         SET D1-HOLD-BACK TO TRUE
004780     END-IF.
004790 2200-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820 2300-FIND-GROUP.
004830*-----------------------------------------------------------------
004840     MOVE 'N' TO D1-GROUP-FOUND-SW.
004850     IF D1-GROUP-COUNT = ZERO
004860        OR D1-SEARCH-PCREF = SPACES
004870         GO TO 2300-EXIT
004880     END-IF.
004890     SET D1-GRP-IDX TO 1.
004900     PERFORM 2310-SCAN-GROUP THRU 2310-EXIT
004910         UNTIL D1-GRP-IDX > D1-GROUP-COUNT
004920            OR D1-GROUP-FOUND.
004930 2300-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------------
004960 2310-SCAN-GROUP.
004970*-----------------------------------------------------------------
004980     IF D1-GRP-MSGTYPE-CODE (D1-GRP-IDX) = D1-SEARCH-MSGTYPE-CODE
004990        AND D1-GRP-PCREF (D1-GRP-IDX) = D1-SEARCH-PCREF
005000         SET D1-GROUP-FOUND TO TRUE
005010     ELSE
005020         SET D1-GRP-IDX UP BY 1
005030     END-IF.
005040 2310-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070 3000-RELEASE-MESSAGE.
005080*-----------------------------------------------------------------
005090     EVALUATE D1-TYPE-SUB
005100         WHEN 1
005110             MOVE SBF-MESSAGE TO SFTRANO-RECORD
005120             WRITE SFTRANO-RECORD
005130         WHEN 2
005140             MOVE SBF-MESSAGE TO SFHOLDO-RECORD
005150             WRITE SFHOLDO-RECORD
005160         WHEN OTHER
005170             MOVE SBF-MESSAGE TO SFBALQO-RECORD
005180             WRITE SFBALQO-RECORD
005190     END-EVALUATE.
005200     DELETE SFWDBUF RECORD
005210         INVALID KEY
005220             DISPLAY 'ESB121D: RELEASED MESSAGE NOT DELETED '
005230                 SBF-PCREF ' ' D1-SFWDBUF-STATUS
005240     END-DELETE.
005250     ADD 1 TO D1-RELEASED-TOTAL.
005260     ADD 1 TO D1-TYP-RELEASED (D1-TYPE-SUB).
005270     ADD 1 TO RST-RECORDS-OUT.
005280     PERFORM 5000-POST-STATUS-EVENT THRU 5000-EXIT.
005290 3000-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------------
005320 4000-EXPIRE-MESSAGE.
005330*-----------------------------------------------------------------
005340     DELETE SFWDBUF RECORD
005350         INVALID KEY
005360             DISPLAY 'ESB121D: EXPIRED MESSAGE NOT DELETED '
005370                 SBF-PCREF ' ' D1-SFWDBUF-STATUS
005380     END-DELETE.
005390     ADD 1 TO D1-EXPIRED-TOTAL.
005400     ADD 1 TO D1-TYP-EXPIRED (D1-TYPE-SUB).
005410     ADD 1 TO RST-REJECT-COUNT.
005420     PERFORM 5000-POST-STATUS-EVENT THRU 5000-EXIT.
005430 4000-EXIT.
005440     EXIT.
005450*-----------------------------------------------------------------
005460 5000-POST-STATUS-EVENT.
005470*-----------------------------------------------------------------
005480     IF SBF-PCREF = SPACES
005490         GO TO 5000-EXIT
005500     END-IF.
005510     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
005520     MOVE SBF-PCREF TO PSI-PCREF.
005530     MOVE SBF-TRANSQ TO PSI-TRANSQ.
005540     MOVE ZERO TO PSI-EVENT-SEQ.
005550     SET PSI-STAGE-SEND-BUFFER TO TRUE.
005560     IF D1-RELEASED
005570         SET PSI-PASSED TO TRUE
005580         MOVE 'RELEASED FROM SEND BUFFER' TO PSI-STATUS-TEXT
005590     ELSE
005600         SET PSI-REJECTED TO TRUE
005610         MOVE 'EXPIRED IN SEND BUFFER' TO PSI-STATUS-TEXT
005620     END-IF.
005630     MOVE D1-RUN-DATE TO PSI-EVENT-DATE.
005640     MOVE D1-RUN-TIME TO PSI-EVENT-TIME.
005650     CALL 'ESB025U' USING PCREF-STATUS-INDEX-RECORD.
005660 5000-EXIT.
005670     EXIT.
005680*-----------------------------------------------------------------
005690 6000-WRITE-DETAIL.
005700*-----------------------------------------------------------------
005710     MOVE SBF-MSGTYPE-CODE TO D1-DTL-TYPE.
005720     MOVE SBF-PCREF TO D1-DTL-PCREF.
005730     MOVE SBF-TRANSQ TO D1-DTL-TRANSQ.
005740     MOVE SBF-NMSGS TO D1-DTL-NMSGS.
005750     MOVE SBF-ARRIVAL-DATE TO D1-DTL-ARRIVAL-DATE.
005760     MOVE SBF-ARRIVAL-TIME TO D1-DTL-ARRIVAL-TIME.
005770     MOVE D1-HELD-MINUTES TO D1-DTL-HELD-MINUTES.
005780     MOVE SBF-WINDOW-ID TO D1-DTL-WINDOW.
005790     MOVE SBF-CALLER TO D1-DTL-CALLER.
005800     MOVE D1-OUTCOME TO D1-DTL-OUTCOME.
005810     MOVE D1-DETAIL-LINE TO SFWDRPT-RECORD.
005820     WRITE SFWDRPT-RECORD.
005830 6000-EXIT.
005840     EXIT.
005850*-----------------------------------------------------------------
005860 7000-REPORT-TOTALS.
005870*-----------------------------------------------------------------
005880     IF D1-READ-TOTAL = ZERO
005890         MOVE D1-EMPTY-LINE TO SFWDRPT-RECORD
005900         WRITE SFWDRPT-RECORD
005910     END-IF.
005920     MOVE SPACES TO SFWDRPT-RECORD.
005930     WRITE SFWDRPT-RECORD.
005940     SET D1-TYP-IDX TO 1.
005950     PERFORM 7100-WRITE-TYPE-TOTAL THRU 7100-EXIT
005960         UNTIL D1-TYP-IDX > 3.
005970 7000-EXIT.
005980     EXIT.
005990*-----------------------------------------------------------------
006000 7100-WRITE-TYPE-TOTAL.
006010*-----------------------------------------------------------------
006020     MOVE D1-TYP-NAME (D1-TYP-IDX) TO D1-TTL-NAME.
006030     MOVE D1-TYP-IN-BUFFER (D1-TYP-IDX) TO D1-TTL-IN-BUFFER.
006040     MOVE D1-TYP-RELEASED (D1-TYP-IDX) TO D1-TTL-RELEASED.
006050     MOVE D1-TYP-EXPIRED (D1-TYP-IDX) TO D1-TTL-EXPIRED.
006060     MOVE D1-TYP-HELD (D1-TYP-IDX) TO D1-TTL-HELD.
006070     MOVE D1-TYP-LONGEST (D1-TYP-IDX) TO D1-TTL-LONGEST.
006080     MOVE D1-TOTAL-LINE TO SFWDRPT-RECORD.
006090     WRITE SFWDRPT-RECORD.
006100     SET D1-TYP-IDX UP BY 1.
006110 7100-EXIT.
006120     EXIT.
006130*-----------------------------------------------------------------
006140 8000-TERMINATE.
006150*-----------------------------------------------------------------
006160     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
006170     IF D1-BUFFER-OPEN
006180         CLOSE SFWDBUF
006190     END-IF.
006200     SET SGA-CLOSE TO TRUE.
006210     CALL 'ESB120G' USING SEND-GATE-AREA.
006220     CLOSE SFTRANO.
006230     CLOSE SFHOLDO.
006240     CLOSE SFBALQO.
006250     CLOSE SFWDRPT.
006260     DISPLAY 'ESB121D: BUFFERED ' D1-READ-TOTAL
006270         ' RELEASED ' D1-RELEASED-TOTAL
006280         ' EXPIRED ' D1-EXPIRED-TOTAL.
006290     IF D1-EXPIRED-TOTAL > ZERO
006300        AND D1-RETURN-CODE < 4
006310         MOVE 4 TO D1-RETURN-CODE
006320     END-IF.
006325     MOVE D1-RETURN-CODE TO RETURN-CODE.
006330 8000-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360 9200-READ-SFWDBUF.
006370*-----------------------------------------------------------------
006380     READ SFWDBUF NEXT RECORD
006390         AT END
006400             SET D1-SFWDBUF-EOF TO TRUE
006410     END-READ.
006420 9200-EXIT.
006430     EXIT.
006440*-----------------------------------------------------------------
006450 9900-WRITE-RUN-STATS.
006460*-----------------------------------------------------------------
006470     MOVE 'ESB121D' TO RST-PROGRAM-ID.
006480     MOVE D1-RUN-DATE TO RST-BUSINESS-DATE.
006490     ACCEPT RST-END-TIME FROM TIME.
006500     MOVE '00' TO RST-WORST-STATUS.
006510     IF D1-SFWDBUF-STATUS NOT = '00'
006520        AND D1-SFWDBUF-STATUS NOT = '10'
006530        AND D1-SFWDBUF-STATUS NOT = '35'
006540         MOVE D1-SFWDBUF-STATUS TO RST-WORST-STATUS
006550     END-IF.
006560     IF D1-SFTRANO-STATUS NOT = '00'
006570         MOVE D1-SFTRANO-STATUS TO RST-WORST-STATUS
006580     END-IF.
006590     IF D1-SFHOLDO-STATUS NOT = '00'
006600         MOVE D1-SFHOLDO-STATUS TO RST-WORST-STATUS
006610     END-IF.
006620     IF D1-SFBALQO-STATUS NOT = '00'
006630         MOVE D1-SFBALQO-STATUS TO RST-WORST-STATUS
006640     END-IF.
006650     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
006660 9900-EXIT.
006670     EXIT.
006680*-----------------------------------------------------------------
006690 9999-EXIT.
006700*-----------------------------------------------------------------
006710     EXIT.
