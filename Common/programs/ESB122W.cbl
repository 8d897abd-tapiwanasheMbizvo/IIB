000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB122W
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    SETS THE OPERATOR OUTAGE SWITCH (EQOUTSW) READ BY THE SEND
000200*    GATE (ESB120G) FOR AN UNPLANNED EQUATION OUTAGE.  EACH
000210*    REQUEST ON OUTGREQF DECLARES EQUATION DOWN OR BACK UP.  THE
000220*    OPERATOR MUST BE A VERIFIED SUPERVISOR (ESB063E); A DOWN
000230*    WHILE ALREADY DOWN, AN UP WHILE ALREADY UP AND ANY OTHER
000240*    ACTION ARE REFUSED.  A DOWN WITH NO WINDOW ID IS RECORDED AS
000250*    WINDOW 'OUTAGE'.  REQUESTS ARE APPLIED IN FILE ORDER AND THE
000260*    SWITCH IS REWRITTEN WITH THE FINAL STATE.  EVERY REQUEST IS
000270*    JOURNALLED (ESB110J) BAR ENTITLEMENT REFUSALS, WHICH ESB063E
000280*    JOURNALS ITSELF.  THE SUBMISSION PROGRAMS PICK UP THE NEW
000290*    STATE AT THEIR NEXT RUN.  RETURN CODE 4 WHEN ANY REQUEST IS
000300*    REFUSED.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*    15-OCT-2026  TC   INITIAL VERSION.
000340******************************************************************
000350 PROGRAM-ID. ESB122W.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-ZSERIES.
000390 OBJECT-COMPUTER. IBM-ZSERIES.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OUTGREQF ASSIGN TO OUTGREQF
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS W2-OUTGREQF-STATUS.
000450     SELECT EQOUTSW  ASSIGN TO EQOUTSW
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS W2-EQOUTSW-STATUS.
000480     SELECT OUTGRPT  ASSIGN TO OUTGRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS W2-OUTGRPT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OUTGREQF
000540     RECORDING MODE IS F.
000550     COPY "Outage_Switch_Request.cpy".
000560 FD  EQOUTSW
000570     RECORDING MODE IS F.
000580     COPY "Equation_Outage_Switch.cpy".
000590 FD  OUTGRPT
000600     RECORDING MODE IS F.
000610 01  OUTGRPT-RECORD               PIC X(132).
000620 WORKING-STORAGE SECTION.
000630 01  W2-OUTGREQF-STATUS           PIC X(002) VALUE '00'.
000635     88 W2-OUTGREQF-OK                       VALUE '00'.
000640 01  W2-EQOUTSW-STATUS            PIC X(002) VALUE '00'.
000650     88 W2-EQOUTSW-OK                        VALUE '00'.
000660 01  W2-OUTGRPT-STATUS            PIC X(002) VALUE '00'.
000670 01  W2-SWITCHES.
000680     05 W2-OUTGREQF-EOF-SW        PIC X(001) VALUE 'N'.
000690        88 W2-OUTGREQF-EOF                   VALUE 'Y'.
000700     05 W2-CHANGED-SW             PIC X(001) VALUE 'N'.
000710        88 W2-CHANGED                        VALUE 'Y'.
000720 01  W2-DATE-TIME.
000730     05 W2-RUN-DATE               PIC 9(008) VALUE ZERO.
000740     05 W2-RUN-TIME               PIC 9(006) VALUE ZERO.
000750 01  W2-CLOCK.
000760     05 W2-CLOCK-HHMMSS           PIC 9(006).
000770     05 W2-CLOCK-HUNDREDTHS       PIC 9(002).
000780 01  W2-ACTION-TIME               PIC X(006) VALUE SPACES.
000785 01  W2-RETURN-CODE               PIC 9(004) COMP VALUE ZERO.
000790*    THE SWITCH AS IT STANDS, UPDATED AS REQUESTS ARE APPLIED.
000800 01  W2-SWITCH-IMAGE              PIC X(073) VALUE SPACES.
000810 01  W2-WINDOW-ID                 PIC X(008) VALUE SPACES.
000820 01  W2-OUTCOME                   PIC X(001) VALUE SPACE.
000830     88 W2-APPLIED                           VALUE 'A'.
000840     88 W2-REFUSED                           VALUE 'R'.
000850 01  W2-REFUSAL-REASON            PIC X(030) VALUE SPACES.
000860 01  W2-READ-COUNT                PIC 9(007) VALUE ZERO.
000870 01  W2-APPLIED-COUNT             PIC 9(007) VALUE ZERO.
000880 01  W2-REFUSED-COUNT             PIC 9(007) VALUE ZERO.
000890 01  W2-HEADING-LINE.
000900     05 FILLER                    PIC X(040)
000910            VALUE 'EQUATION OUTAGE SWITCH                  '.
000920     05 FILLER                    PIC X(005) VALUE 'RUN: '.
000930     05 W2-HDG-DATE               PIC 9(008).
000940     05 FILLER                    PIC X(001) VALUE SPACE.
000950     05 W2-HDG-TIME               PIC 9(006).
000960     05 FILLER                    PIC X(072) VALUE SPACES.
000970 01  W2-STATE-LINE.
000980     05 W2-STL-LABEL              PIC X(016).
000990     05 W2-STL-STATE              PIC X(004).
001000     05 FILLER                    PIC X(009) VALUE '  WINDOW '.
001010     05 W2-STL-WINDOW             PIC X(008).
001020     05 FILLER                    PIC X(011) VALUE '  SET BY  '.
001030     05 W2-STL-OPERATOR           PIC X(010).
001040     05 FILLER                    PIC X(004) VALUE ' ON '.
001050     05 W2-STL-DATE               PIC 9(008).
001060     05 FILLER                    PIC X(001) VALUE SPACE.
001070     05 W2-STL-TIME               PIC 9(006).
001080     05 FILLER                    PIC X(055) VALUE SPACES.
001090 01  W2-COLUMN-LINE.
001100     05 FILLER                    PIC X(008) VALUE 'ACTION'.
001110     05 FILLER                    PIC X(010) VALUE 'WINDOW'.
001120     05 FILLER                    PIC X(012) VALUE 'OPERATOR'.
001130     05 FILLER                    PIC X(010) VALUE 'OUTCOME'.
001140     05 FILLER                    PIC X(032) VALUE 'REASON'.
001150     05 FILLER                    PIC X(060) VALUE SPACES.
001160 01  W2-DETAIL-LINE.
001170     05 W2-DTL-ACTION             PIC X(006).
001180     05 FILLER                    PIC X(002) VALUE SPACES.
001190     05 W2-DTL-WINDOW             PIC X(008).
001200     05 FILLER                    PIC X(002) VALUE SPACES.
001210     05 W2-DTL-OPERATOR           PIC X(010).
001220     05 FILLER                    PIC X(002) VALUE SPACES.
001230     05 W2-DTL-OUTCOME            PIC X(008).
001240     05 FILLER                    PIC X(002) VALUE SPACES.
001250     05 W2-DTL-REASON             PIC X(030).
001260     05 FILLER                    PIC X(062) VALUE SPACES.
001270 COPY "Operator_Action.cpy".
001280 COPY "Entitlement_Check.cpy".
001290 COPY "Run_Statistics.cpy".
001300 PROCEDURE DIVISION.
001310*-----------------------------------------------------------------
001320 0000-MAINLINE.
001330*-----------------------------------------------------------------
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-APPLY-REQUEST THRU 2000-EXIT
001360         UNTIL W2-OUTGREQF-EOF.
001370     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001380     STOP RUN.
001390*-----------------------------------------------------------------
001400 1000-INITIALIZE.
001410*-----------------------------------------------------------------
001420     ACCEPT W2-RUN-DATE FROM DATE YYYYMMDD.
001430     ACCEPT W2-CLOCK FROM TIME.
001440     MOVE W2-CLOCK-HHMMSS TO W2-RUN-TIME.
001450     MOVE W2-RUN-TIME TO W2-ACTION-TIME.
001460     ACCEPT RST-START-TIME FROM TIME.
001470     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
001480                  RST-REJECT-COUNT.
001490*    NO SWITCH RECORD MEANS EQUATION HAS NOT BEEN DECLARED DOWN.
001500     MOVE SPACES TO EQUATION-OUTAGE-SWITCH-RECORD.
001510     OPEN INPUT EQOUTSW.
001520     IF W2-EQOUTSW-OK
001530         READ EQOUTSW
001540             AT END
001550                 MOVE SPACES TO EQUATION-OUTAGE-SWITCH-RECORD
001560         END-READ
001570         CLOSE EQOUTSW
001580     END-IF.
001590     IF NOT EOS-EQUATION-DOWN
001600        AND NOT EOS-EQUATION-UP
001610         MOVE SPACES TO EQUATION-OUTAGE-SWITCH-RECORD
001620         SET EOS-EQUATION-UP TO TRUE
001630     END-IF.
001640     IF EOS-SET-DATE NOT NUMERIC
001650         MOVE ZERO TO EOS-SET-DATE
001660     END-IF.
001670     IF EOS-SET-TIME NOT NUMERIC
001680         MOVE ZERO TO EOS-SET-TIME
001690     END-IF.
001700     MOVE EQUATION-OUTAGE-SWITCH-RECORD TO W2-SWITCH-IMAGE.
001720     OPEN OUTPUT OUTGRPT.
001730     MOVE W2-RUN-DATE TO W2-HDG-DATE.
001740     MOVE W2-RUN-TIME TO W2-HDG-TIME.
001750     MOVE W2-HEADING-LINE TO OUTGRPT-RECORD.
001760     WRITE OUTGRPT-RECORD.
001770     MOVE 'STATE AT START: ' TO W2-STL-LABEL.
001780     PERFORM 7000-WRITE-STATE THRU 7000-EXIT.
001790     MOVE W2-COLUMN-LINE TO OUTGRPT-RECORD.
001800     WRITE OUTGRPT-RECORD.
001801     OPEN INPUT  OUTGREQF.
001802     IF NOT W2-OUTGREQF-OK
001803         DISPLAY 'ESB122W: UNABLE TO OPEN OUTGREQF '
001804             W2-OUTGREQF-STATUS ', SWITCH NOT CHANGED'
001805         SET W2-OUTGREQF-EOF TO TRUE
001806         MOVE 8 TO W2-RETURN-CODE
001807         GO TO 1000-EXIT
001808     END-IF.
001810     PERFORM 9100-READ-OUTGREQF THRU 9100-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840*-----------------------------------------------------------------
001850 2000-APPLY-REQUEST.
001860*-----------------------------------------------------------------
001870     ADD 1 TO W2-READ-COUNT.
001880     ADD 1 TO RST-RECORDS-IN.
001890     MOVE SPACES TO W2-REFUSAL-REASON.
001900     MOVE OSR-WINDOW-ID TO W2-WINDOW-ID.
001910     IF OSR-DECLARE-DOWN
001920        AND W2-WINDOW-ID = SPACES
001930         MOVE 'OUTAGE' TO W2-WINDOW-ID
001940     END-IF.
001950     MOVE W2-SWITCH-IMAGE TO EQUATION-OUTAGE-SWITCH-RECORD.
001960     IF NOT OSR-DECLARE-DOWN
001970        AND NOT OSR-DECLARE-UP
001980         MOVE 'ACTION MUST BE D OR U' TO W2-REFUSAL-REASON
001990         GO TO 2000-REFUSE
002000     END-IF.
002010     MOVE SPACES TO ENTITLEMENT-CHECK-AREA.
002020     MOVE OSR-OPERATOR-ID TO ETC-OPERATOR-ID.
002030     MOVE 'S' TO ETC-REQUIRED-ROLE.
002040     MOVE ZERO TO ETC-AMOUNT.
002050     MOVE 'ESB122W' TO ETC-PROGRAM-ID.
002060     MOVE 'OUTG' TO ETC-ACTION-TYPE.
002070     MOVE W2-WINDOW-ID TO ETC-PCREF.
002080     MOVE W2-ACTION-TIME TO ETC-ACTION-TIME.
002090     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
002100     IF NOT ETC-ALLOWED
002110         MOVE ETC-REASON-TEXT TO W2-REFUSAL-REASON
002120         SET W2-REFUSED TO TRUE
002130         GO TO 2000-REPORT
002140     END-IF.
002150     IF OSR-DECLARE-DOWN
002160        AND EOS-EQUATION-DOWN
002170         MOVE 'EQUATION ALREADY DECLARED DOWN'
002180             TO W2-REFUSAL-REASON
002190         GO TO 2000-REFUSE
002200     END-IF.
002210     IF OSR-DECLARE-UP
002220        AND EOS-EQUATION-UP
002230         MOVE 'EQUATION NOT DECLARED DOWN' TO W2-REFUSAL-REASON
002240         GO TO 2000-REFUSE
002250     END-IF.
002260     MOVE SPACES TO EQUATION-OUTAGE-SWITCH-RECORD.
002270     IF OSR-DECLARE-DOWN
002280         SET EOS-EQUATION-DOWN TO TRUE
002290         MOVE W2-WINDOW-ID TO EOS-WINDOW-ID
002300     ELSE
002310         SET EOS-EQUATION-UP TO TRUE
002320     END-IF.
002330     MOVE W2-RUN-DATE TO EOS-SET-DATE.
002340     MOVE W2-RUN-TIME TO EOS-SET-TIME.
002350     MOVE OSR-OPERATOR-ID TO EOS-OPERATOR-ID.
002360     MOVE OSR-REASON TO EOS-REASON.
002370     MOVE EQUATION-OUTAGE-SWITCH-RECORD TO W2-SWITCH-IMAGE.
002380     SET W2-CHANGED TO TRUE.
002390     SET W2-APPLIED TO TRUE.
002400     ADD 1 TO W2-APPLIED-COUNT.
002410     ADD 1 TO RST-RECORDS-OUT.
002420     MOVE OSR-REASON TO W2-REFUSAL-REASON.
002430     PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT.
002440     GO TO 2000-REPORT.
002450 2000-REFUSE.
002460     SET W2-REFUSED TO TRUE.
002470     PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT.
002480 2000-REPORT.
002490     IF W2-REFUSED
002500         ADD 1 TO W2-REFUSED-COUNT
002510         ADD 1 TO RST-REJECT-COUNT
002520     END-IF.
002530     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
002540     PERFORM 9100-READ-OUTGREQF THRU 9100-EXIT.
002550 2000-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------------
002580 6000-WRITE-DETAIL.
002590*-----------------------------------------------------------------
002600     EVALUATE TRUE
002610         WHEN OSR-DECLARE-DOWN
002620             MOVE 'DOWN' TO W2-DTL-ACTION
002630         WHEN OSR-DECLARE-UP
002640             MOVE 'UP' TO W2-DTL-ACTION
002650         WHEN OTHER
002660             MOVE OSR-ACTION TO W2-DTL-ACTION
002670     END-EVALUATE.
002680     MOVE W2-WINDOW-ID TO W2-DTL-WINDOW.
002690     MOVE OSR-OPERATOR-ID TO W2-DTL-OPERATOR.
002700     IF W2-APPLIED
002710         MOVE 'APPLIED' TO W2-DTL-OUTCOME
002720     ELSE
002730         MOVE 'REFUSED' TO W2-DTL-OUTCOME
002740     END-IF.
002750     MOVE W2-REFUSAL-REASON TO W2-DTL-REASON.
002760     MOVE W2-DETAIL-LINE TO OUTGRPT-RECORD.
002770     WRITE OUTGRPT-RECORD.
002780 6000-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------------
002810 7000-WRITE-STATE.
002820*-----------------------------------------------------------------
002830     MOVE W2-SWITCH-IMAGE TO EQUATION-OUTAGE-SWITCH-RECORD.
002840     IF EOS-EQUATION-DOWN
002850         MOVE 'DOWN' TO W2-STL-STATE
002860     ELSE
002870         MOVE 'UP' TO W2-STL-STATE
002880     END-IF.
002890     MOVE EOS-WINDOW-ID TO W2-STL-WINDOW.
002900     MOVE EOS-OPERATOR-ID TO W2-STL-OPERATOR.
002910     MOVE EOS-SET-DATE TO W2-STL-DATE.
002920     MOVE EOS-SET-TIME TO W2-STL-TIME.
002930     MOVE W2-STATE-LINE TO OUTGRPT-RECORD.
002940     WRITE OUTGRPT-RECORD.
002950 7000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980 8000-TERMINATE.
002990*-----------------------------------------------------------------
003000     IF W2-CHANGED
003010         PERFORM 8100-SAVE-SWITCH THRU 8100-EXIT
003050     END-IF.
003060     MOVE SPACES TO OUTGRPT-RECORD.
003070     WRITE OUTGRPT-RECORD.
003080     MOVE 'STATE AT END:   ' TO W2-STL-LABEL.
003090     PERFORM 7000-WRITE-STATE THRU 7000-EXIT.
003100     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
003110     CLOSE OUTGREQF.
003120     CLOSE OUTGRPT.
003130     DISPLAY 'ESB122W: REQUESTS ' W2-READ-COUNT
003140         ' APPLIED ' W2-APPLIED-COUNT
003150         ' REFUSED ' W2-REFUSED-COUNT.
003160     IF W2-REFUSED-COUNT > ZERO
003166        AND W2-RETURN-CODE < 4
003172         MOVE 4 TO W2-RETURN-CODE
003180     END-IF.
003185     MOVE W2-RETURN-CODE TO RETURN-CODE.
003190 8000-EXIT.
003191     EXIT.
003192*-----------------------------------------------------------------
003193 8100-SAVE-SWITCH.
003194*-----------------------------------------------------------------
003195*    A SWITCH THAT CANNOT BE SAVED LEAVES THE SEND PROGRAMS ON THE
003196*    OLD STATE; THE RUN ENDS 8 SO THE OPERATOR KNOWS.
003197     OPEN OUTPUT EQOUTSW.
003198     IF NOT W2-EQOUTSW-OK
003199         DISPLAY 'ESB122W: UNABLE TO OPEN EQOUTSW '
003200             W2-EQOUTSW-STATUS ', SWITCH NOT SAVED'
003201         MOVE 8 TO W2-RETURN-CODE
003202         GO TO 8100-EXIT
003203     END-IF.
003204     MOVE W2-SWITCH-IMAGE TO EQUATION-OUTAGE-SWITCH-RECORD.
003205     WRITE EQUATION-OUTAGE-SWITCH-RECORD.
003206     IF NOT W2-EQOUTSW-OK
003207         DISPLAY 'ESB122W: UNABLE TO WRITE EQOUTSW '
003208             W2-EQOUTSW-STATUS ', SWITCH NOT SAVED'
003209         MOVE 8 TO W2-RETURN-CODE
003210     END-IF.
003211     CLOSE EQOUTSW.
003212 8100-EXIT.
003213     EXIT.
003214*-----------------------------------------------------------------
003220 9100-READ-OUTGREQF.
003230*-----------------------------------------------------------------
003240     READ OUTGREQF
003250         AT END
003260             SET W2-OUTGREQF-EOF TO TRUE
003270     END-READ.
003280 9100-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310 9600-JOURNAL-ACTION.
003320*-----------------------------------------------------------------
003330     MOVE SPACES TO OPERATOR-ACTION-RECORD.
003340     MOVE ZERO TO OPA-BUSINESS-DATE OPA-AMOUNT.
003350     MOVE W2-RUN-DATE TO OPA-ACTION-DATE.
003360     MOVE W2-RUN-TIME TO OPA-ACTION-TIME.
003370     MOVE OSR-OPERATOR-ID TO OPA-OPERATOR-ID.
003380     MOVE 'ESB122W' TO OPA-PROGRAM-ID.
003390     SET OPA-OUTAGE-SWITCH TO TRUE.
003400     MOVE W2-WINDOW-ID TO OPA-PCREF.
003410     MOVE W2-OUTCOME TO OPA-OUTCOME.
003420     MOVE W2-REFUSAL-REASON TO OPA-REASON.
003430     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
003440 9600-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470 9900-WRITE-RUN-STATS.
003480*-----------------------------------------------------------------
003490     MOVE 'ESB122W' TO RST-PROGRAM-ID.
003500     MOVE W2-RUN-DATE TO RST-BUSINESS-DATE.
003510     ACCEPT RST-END-TIME FROM TIME.
003520     MOVE '00' TO RST-WORST-STATUS.
003530     IF W2-EQOUTSW-STATUS NOT = '00'
003540        AND W2-EQOUTSW-STATUS NOT = '10'
003550        AND W2-EQOUTSW-STATUS NOT = '35'
003560         MOVE W2-EQOUTSW-STATUS TO RST-WORST-STATUS
003570     END-IF.
003580     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
003590 9900-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------------
003620 9999-EXIT.
003630*-----------------------------------------------------------------
003640     EXIT.
