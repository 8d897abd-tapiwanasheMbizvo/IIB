000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB111V
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    DAILY SUPERVISOR REVIEW OF THE OPERATOR-ACTION JOURNAL
000200*    (OPRJRNF, WRITTEN THROUGH ESB110J).  EVERY ACTION JOURNALLED
000210*    FOR THE CURRENT BUSINESS DATE IS LISTED UNDER THE
000220*    SUPERVISOR NAMED ON THE ACTING OPERATOR'S PROFILE, ONE
000230*    SECTION PER SUPERVISOR AND ONE BLOCK PER TEAM MEMBER, WITH
000240*    ANOMALIES FLAGGED ON THE LINE:
000250*      HRS  ACTION TIMED OUTSIDE THE NORMAL HOURS WINDOW;
000260*      REF  A REFUSED ATTEMPT BY AN OPERATOR WHOSE REFUSALS FOR
000270*           THE DAY REACHED THE REPEATED-REFUSAL LIMIT;
000280*      SOD  THE SAME OPERATOR BOTH REPAIRED AND APPROVED ITEMS
000290*           FOR THE SAME CUSTOMER (ACCOUNT BASIC NUMBER) TODAY.
000300*    THE WINDOW AND THE LIMIT COME FROM ORVPRMF; WITHOUT IT THE
000310*    WINDOW IS 07:00 TO 19:00 AND THE LIMIT IS 3.  ACTIONS BY IDS
000320*    WITH NO SUPERVISOR ON PROFILE ARE LISTED IN A CLOSING
000330*    SECTION SO NOTHING GOES UNREVIEWED.  RETURN CODE 4 WHEN ANY
000340*    ANOMALY IS FLAGGED OR A TABLE OVERFLOWED.
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370*    15-OCT-2026  TC   INITIAL VERSION.
000380******************************************************************
000390 PROGRAM-ID. ESB111V.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-ZSERIES.
000430 OBJECT-COMPUTER. IBM-ZSERIES.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ORVPRMF  ASSIGN TO ORVPRMF
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS V1-ORVPRMF-STATUS.
000490     SELECT OPRPROFF ASSIGN TO OPRPROFF
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS V1-OPRPROFF-STATUS.
000520     SELECT OPRJRNF  ASSIGN TO OPRJRNF
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS V1-OPRJRNF-STATUS.
000550     SELECT ORVRPT   ASSIGN TO ORVRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS V1-ORVRPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ORVPRMF
000610     RECORDING MODE IS F.
000620     COPY "Operator_Review_Param.cpy".
000630 FD  OPRPROFF
000640     RECORDING MODE IS F.
000650     COPY "Operator_Profile.cpy".
000660 FD  OPRJRNF
000670     RECORDING MODE IS F.
000680     COPY "Operator_Action.cpy".
000690 FD  ORVRPT
000700     RECORDING MODE IS F.
000710 01  ORVRPT-RECORD                PIC X(132).
000720 WORKING-STORAGE SECTION.
000730 01  V1-ORVPRMF-STATUS            PIC X(002) VALUE '00'.
000740     88 V1-ORVPRMF-OK                        VALUE '00'.
000750 01  V1-OPRPROFF-STATUS           PIC X(002) VALUE '00'.
000760     88 V1-OPRPROFF-OK                       VALUE '00'.
000770 01  V1-OPRJRNF-STATUS            PIC X(002) VALUE '00'.
000780     88 V1-OPRJRNF-OK                        VALUE '00'.
000790 01  V1-ORVRPT-STATUS             PIC X(002) VALUE '00'.
000800 01  V1-SWITCHES.
000810     05 V1-OPRPROFF-EOF-SW        PIC X(001) VALUE 'N'.
000820        88 V1-OPRPROFF-EOF                   VALUE 'Y'.
000830     05 V1-OPRJRNF-EOF-SW         PIC X(001) VALUE 'N'.
000840        88 V1-OPRJRNF-EOF                    VALUE 'Y'.
000850     05 V1-PROFILE-FOUND-SW       PIC X(001) VALUE 'N'.
000860        88 V1-PROFILE-FOUND                  VALUE 'Y'.
000870     05 V1-OPERATOR-FOUND-SW      PIC X(001) VALUE 'N'.
000880        88 V1-OPERATOR-FOUND                 VALUE 'Y'.
000890     05 V1-PAIR-FOUND-SW          PIC X(001) VALUE 'N'.
000900        88 V1-PAIR-FOUND                     VALUE 'Y'.
000910     05 V1-TEAM-FOUND-SW          PIC X(001) VALUE 'N'.
000920        88 V1-TEAM-FOUND                     VALUE 'Y'.
000930     05 V1-UNASSIGNED-HEADED-SW   PIC X(001) VALUE 'N'.
000940        88 V1-UNASSIGNED-HEADED              VALUE 'Y'.
000950     05 V1-OVERFLOW-SW            PIC X(001) VALUE 'N'.
000960        88 V1-OVERFLOW                       VALUE 'Y'.
000970 01  V1-DATE-TIME.
000980     05 V1-RUN-DATE               PIC 9(008) VALUE ZERO.
000990     05 V1-RUN-TIME               PIC 9(006) VALUE ZERO.
001000 01  V1-BUSINESS-DATE             PIC 9(008) VALUE ZERO.
001010 01  V1-PARAMETERS.
001020     05 V1-HOURS-FROM             PIC 9(006) VALUE 070000.
001030     05 V1-HOURS-TO               PIC 9(006) VALUE 190000.
001040     05 V1-REFUSAL-LIMIT          PIC 9(003) VALUE 3.
001050 01  V1-COUNTERS.
001060     05 V1-JOURNAL-READ-COUNT     PIC 9(007) VALUE ZERO.
001070     05 V1-ACTION-TOTAL           PIC 9(007) VALUE ZERO.
001080     05 V1-ANOMALY-COUNT          PIC 9(007) VALUE ZERO.
001090     05 V1-HOURS-COUNT            PIC 9(007) VALUE ZERO.
001100     05 V1-REFUSE-COUNT           PIC 9(007) VALUE ZERO.
001110     05 V1-SOD-COUNT              PIC 9(007) VALUE ZERO.
001120     05 V1-SUPERVISOR-COUNT       PIC 9(007) VALUE ZERO.
001130 01  V1-CUR-OPS                   PIC 9(004) COMP VALUE ZERO.
001140 01  V1-PROFILE-COUNT             PIC 9(004) COMP VALUE ZERO.
001150 01  V1-PROFILE-TABLE.
001160     05 V1-PRF-ENTRY OCCURS 500 TIMES
001170        INDEXED BY V1-PRF-IDX, V1-PRF-LOOKUP-IDX.
001180        10 V1-PRF-ID              PIC X(010).
001190        10 V1-PRF-ROLE            PIC X(001).
001200        10 V1-PRF-NAME            PIC X(030).
001210        10 V1-PRF-SUPERVISOR      PIC X(010).
001220 01  V1-OPERATOR-COUNT            PIC 9(004) COMP VALUE ZERO.
001230 01  V1-OPERATOR-TABLE.
001240     05 V1-OPS-ENTRY OCCURS 500 TIMES
001250        INDEXED BY V1-OPS-IDX, V1-OPS-LOOKUP-IDX.
001260        10 V1-OPS-ID              PIC X(010).
001270        10 V1-OPS-ROLE            PIC X(001).
001280        10 V1-OPS-NAME            PIC X(030).
001290        10 V1-OPS-SUPERVISOR      PIC X(010).
001300        10 V1-OPS-ACTIONS         PIC 9(005).
001310        10 V1-OPS-REFUSALS        PIC 9(005).
001320        10 V1-OPS-ANOMALIES       PIC 9(005).
001330        10 V1-OPS-PRINTED-SW      PIC X(001).
001340           88 V1-OPS-PRINTED                 VALUE 'Y'.
001350 01  V1-ACTION-COUNT              PIC 9(004) COMP VALUE ZERO.
001360 01  V1-ACTION-TABLE.
001370     05 V1-ACT-ENTRY OCCURS 5000 TIMES
001380        INDEXED BY V1-ACT-IDX, V1-ACT-LOOKUP-IDX.
001390        10 V1-ACT-OPS             PIC 9(004) COMP.
001400        10 V1-ACT-TIME            PIC 9(006).
001410        10 V1-ACT-PROGRAM         PIC X(008).
001420        10 V1-ACT-TYPE            PIC X(004).
001430        10 V1-ACT-PCREF           PIC X(020).
001440        10 V1-ACT-TRANSQ          PIC X(004).
001450        10 V1-ACT-HZAB            PIC X(004).
001460        10 V1-ACT-HZAN            PIC X(006).
001470        10 V1-ACT-HZAS            PIC X(003).
001480        10 V1-ACT-CUSTOMER        PIC X(006).
001490        10 V1-ACT-AMOUNT          PIC 9(015)V99.
001500        10 V1-ACT-OUTCOME         PIC X(001).
001510        10 V1-ACT-REASON          PIC X(030).
001520        10 V1-ACT-HOURS-FLAG      PIC X(003).
001530        10 V1-ACT-REFUSE-FLAG     PIC X(003).
001540        10 V1-ACT-SOD-FLAG        PIC X(003).
001550 01  V1-PAIR-COUNT                PIC 9(004) COMP VALUE ZERO.
001560 01  V1-PAIR-TABLE.
001570     05 V1-PAIR-ENTRY OCCURS 2000 TIMES
001580        INDEXED BY V1-PAIR-IDX, V1-PAIR-LOOKUP-IDX.
001590        10 V1-PAIR-OPS            PIC 9(004) COMP.
001600        10 V1-PAIR-CUSTOMER       PIC X(006).
001610        10 V1-PAIR-REPAIRED-SW    PIC X(001).
001620        10 V1-PAIR-APPROVED-SW    PIC X(001).
001630 01  V1-RUN-HEADING-LINE.
001640     05 FILLER                    PIC X(032)
001650            VALUE 'OPERATOR ACTION JOURNAL REVIEW  '.
001660     05 FILLER                    PIC X(015)
001670            VALUE 'BUSINESS DATE: '.
001680     05 V1-RHD-DATE               PIC 9(008).
001690     05 FILLER                    PIC X(016)
001700            VALUE '  NORMAL HOURS: '.
001710     05 V1-RHD-FROM               PIC 9(006).
001720     05 FILLER                    PIC X(004) VALUE ' TO '.
001730     05 V1-RHD-TO                 PIC 9(006).
001740     05 FILLER                    PIC X(017)
001750            VALUE '  REFUSAL LIMIT: '.
001760     05 V1-RHD-LIMIT              PIC ZZ9.
001770     05 FILLER                    PIC X(025) VALUE SPACES.
001780 01  V1-SUPERVISOR-LINE.
001790     05 FILLER                    PIC X(036)
001800            VALUE 'OPERATOR ACTION REVIEW - SUPERVISOR '.
001810     05 V1-SHD-ID                 PIC X(010).
001820     05 FILLER                    PIC X(001) VALUE SPACES.
001830     05 V1-SHD-NAME               PIC X(030).
001840     05 FILLER                    PIC X(002) VALUE SPACES.
001850     05 FILLER                    PIC X(014)
001860            VALUE 'BUSINESS DATE '.
001870     05 V1-SHD-DATE               PIC 9(008).
001880     05 FILLER                    PIC X(031) VALUE SPACES.
001890 01  V1-UNASSIGNED-LINE.
001900     05 FILLER                    PIC X(040)
001910            VALUE 'ACTIONS BY OPERATORS WITH NO SUPERVISOR '.
001920     05 FILLER                    PIC X(010) VALUE 'ON PROFILE'.
001930     05 FILLER                    PIC X(082) VALUE SPACES.
001940 01  V1-COLUMN-LINE.
001950     05 FILLER                    PIC X(045)
001960            VALUE '  TIME    PROGRAM  TYPE PCREF                '.
001970     05 FILLER                    PIC X(038)
001980            VALUE 'TRNQ ACCOUNT                   AMOUNT '.
001990     05 FILLER                    PIC X(040)
002000            VALUE 'OUTCOME  REASON                         '.
002010     05 FILLER                    PIC X(009)
002020            VALUE 'FLAGS    '.
002030 01  V1-NO-TEAM-LINE.
002040     05 FILLER                    PIC X(044)
002050            VALUE '  NO ACTIONS BY THIS TEAM ON THE BUSINESS DA'.
002060     05 FILLER                    PIC X(003) VALUE 'TE.'.
002070     05 FILLER                    PIC X(085) VALUE SPACES.
002080 01  V1-OPERATOR-LINE.
002090     05 FILLER                    PIC X(009) VALUE 'OPERATOR '.
002100     05 V1-OPL-ID                 PIC X(010).
002110     05 FILLER                    PIC X(001) VALUE SPACES.
002120     05 V1-OPL-NAME               PIC X(030).
002130     05 FILLER                    PIC X(001) VALUE SPACES.
002140     05 FILLER                    PIC X(005) VALUE 'ROLE '.
002150     05 V1-OPL-ROLE               PIC X(001).
002160     05 FILLER                    PIC X(010) VALUE '  ACTIONS '.
002170     05 V1-OPL-ACTIONS            PIC ZZZZ9.
002180     05 FILLER                    PIC X(010) VALUE '  REFUSED '.
002190     05 V1-OPL-REFUSALS           PIC ZZZZ9.
002200     05 FILLER                    PIC X(012) VALUE '  ANOMALIES '.
002210     05 V1-OPL-ANOMALIES          PIC ZZZZ9.
002220     05 FILLER                    PIC X(028) VALUE SPACES.
002230 01  V1-DETAIL-LINE.
002240     05 FILLER                    PIC X(002) VALUE SPACES.
002250     05 V1-DTL-TIME               PIC 9(006).
002260     05 FILLER                    PIC X(002) VALUE SPACES.
002270     05 V1-DTL-PROGRAM            PIC X(008).
002280     05 FILLER                    PIC X(001) VALUE SPACES.
002290     05 V1-DTL-TYPE               PIC X(004).
002300     05 FILLER                    PIC X(001) VALUE SPACES.
002310     05 V1-DTL-PCREF              PIC X(020).
002320     05 FILLER                    PIC X(001) VALUE SPACES.
002330     05 V1-DTL-TRANSQ             PIC X(004).
002340     05 FILLER                    PIC X(001) VALUE SPACES.
002350     05 V1-DTL-HZAB               PIC X(004).
002360     05 FILLER                    PIC X(001) VALUE SPACES.
002370     05 V1-DTL-HZAN               PIC X(006).
002380     05 FILLER                    PIC X(001) VALUE SPACES.
002390     05 V1-DTL-HZAS               PIC X(003).
002400     05 FILLER                    PIC X(001) VALUE SPACES.
002410     05 V1-DTL-AMOUNT             PIC Z(012)9.99.
002420     05 FILLER                    PIC X(001) VALUE SPACES.
002430     05 V1-DTL-OUTCOME            PIC X(008).
002440     05 FILLER                    PIC X(001) VALUE SPACES.
002450     05 V1-DTL-REASON             PIC X(030).
002460     05 FILLER                    PIC X(001) VALUE SPACES.
002470     05 V1-DTL-HOURS-FLAG         PIC X(003).
002480     05 V1-DTL-REFUSE-FLAG        PIC X(003).
002490     05 V1-DTL-SOD-FLAG           PIC X(003).
002500 01  V1-TOTAL-LINE-1.
002510     05 FILLER                    PIC X(017)
002520            VALUE 'ACTIONS REVIEWED '.
002530     05 V1-TOT-ACTIONS            PIC ZZZZZZ9.
002540     05 FILLER                    PIC X(013)
002550            VALUE '  SUPERVISORS'.
002560     05 V1-TOT-SUPERVISORS        PIC ZZZZZZ9.
002570     05 FILLER                    PIC X(011) VALUE '  ANOMALIES'.
002580     05 V1-TOT-ANOMALIES          PIC ZZZZZZ9.
002590     05 FILLER                    PIC X(070) VALUE SPACES.
002600 01  V1-TOTAL-LINE-2.
002610     05 FILLER                    PIC X(017)
002620            VALUE 'OUT OF HOURS     '.
002630     05 V1-TOT-HOURS              PIC ZZZZZZ9.
002640     05 FILLER                    PIC X(021)
002650            VALUE '  REPEATED REFUSALS  '.
002660     05 V1-TOT-REFUSE             PIC ZZZZZZ9.
002670     05 FILLER                    PIC X(019)
002680            VALUE '  REPAIR + APPROVE '.
002690     05 V1-TOT-SOD                PIC ZZZZZZ9.
002700     05 FILLER                    PIC X(054) VALUE SPACES.
002710 01  V1-OVERFLOW-LINE.
002720     05 FILLER                    PIC X(040)
002730            VALUE '*** TABLE FULL - SOME ACTIONS OR PROFILE'.
002740     05 FILLER                    PIC X(014)
002750            VALUE 'S NOT REVIEWED'.
002760     05 FILLER                    PIC X(078) VALUE SPACES.
002770 COPY "Business_Date_Service.cpy".
002780 COPY "Run_Statistics.cpy".
002790 PROCEDURE DIVISION.
002800*-----------------------------------------------------------------
002810 0000-MAINLINE.
002820*-----------------------------------------------------------------
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     PERFORM 2000-LOAD-ONE-ACTION THRU 2000-EXIT
002850         UNTIL V1-OPRJRNF-EOF.
002860     IF V1-ACTION-COUNT > ZERO
002870         SET V1-ACT-IDX TO 1
002880         PERFORM 3000-FLAG-ONE-ACTION THRU 3000-EXIT
002890             UNTIL V1-ACT-IDX > V1-ACTION-COUNT
002900     END-IF.
002910     IF V1-PROFILE-COUNT > ZERO
002920         SET V1-PRF-IDX TO 1
002930         PERFORM 4000-PRINT-SUPERVISOR THRU 4000-EXIT
002940             UNTIL V1-PRF-IDX > V1-PROFILE-COUNT
002950     END-IF.
002960     IF V1-OPERATOR-COUNT > ZERO
002970         SET V1-OPS-LOOKUP-IDX TO 1
002980         PERFORM 5000-PRINT-UNASSIGNED THRU 5000-EXIT
002990             UNTIL V1-OPS-LOOKUP-IDX > V1-OPERATOR-COUNT
003000     END-IF.
003010     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003020     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003030     STOP RUN.
003040*-----------------------------------------------------------------
003050 1000-INITIALIZE.
003060*-----------------------------------------------------------------
003070     ACCEPT V1-RUN-DATE FROM DATE YYYYMMDD.
003080     MOVE V1-RUN-DATE TO V1-BUSINESS-DATE.
003090     MOVE SPACES TO BUSINESS-DATE-AREA.
003100     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003110     EVALUATE TRUE
003120         WHEN BDS-OK
003130             MOVE BDS-BUSINESS-DATE TO V1-BUSINESS-DATE
003140         WHEN BDS-NOT-STARTED
003150             DISPLAY 'ESB111V: BUSINESS DATE NOT STARTED -'
003160                 ' RUN REFUSED'
003170             MOVE 8 TO RETURN-CODE
003180             STOP RUN
003190         WHEN OTHER
003200             CONTINUE
003210     END-EVALUATE.
003220     ACCEPT V1-RUN-TIME FROM TIME.
003230     ACCEPT RST-START-TIME FROM TIME.
003240     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003250                  RST-REJECT-COUNT.
003260     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
003270     OPEN INPUT OPRPROFF.
003280     IF V1-OPRPROFF-OK
003290         PERFORM 9100-READ-OPRPROFF THRU 9100-EXIT
003300     ELSE
003310         DISPLAY 'ESB111V: UNABLE TO OPEN OPRPROFF '
003320             V1-OPRPROFF-STATUS
003330         SET V1-OPRPROFF-EOF TO TRUE
003340     END-IF.
003350     PERFORM 1200-LOAD-ONE-PROFILE THRU 1200-EXIT
003360         UNTIL V1-OPRPROFF-EOF.
003370     CLOSE OPRPROFF.
003380     OPEN INPUT OPRJRNF.
003390     IF V1-OPRJRNF-OK
003400         PERFORM 9200-READ-OPRJRNF THRU 9200-EXIT
003410     ELSE
003420         DISPLAY 'ESB111V: NO OPERATOR-ACTION JOURNAL '
003430             V1-OPRJRNF-STATUS
003440         SET V1-OPRJRNF-EOF TO TRUE
003450     END-IF.
003460     OPEN OUTPUT ORVRPT.
003470     MOVE V1-BUSINESS-DATE TO V1-RHD-DATE.
003480     MOVE V1-HOURS-FROM TO V1-RHD-FROM.
003490     MOVE V1-HOURS-TO TO V1-RHD-TO.
003500     MOVE V1-REFUSAL-LIMIT TO V1-RHD-LIMIT.
003510     MOVE V1-RUN-HEADING-LINE TO ORVRPT-RECORD.
003520     WRITE ORVRPT-RECORD.
003530 1000-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------------
003560 1100-LOAD-PARAMETERS.
003570*-----------------------------------------------------------------
003580     OPEN INPUT ORVPRMF.
003590     IF NOT V1-ORVPRMF-OK
003600         DISPLAY 'ESB111V: NO PARAMETER RECORD - USING DEFAULTS'
003610         GO TO 1100-EXIT
003620     END-IF.
003630     READ ORVPRMF
003640         AT END
003650             DISPLAY 'ESB111V: NO PARAMETER RECORD - USING'
003660                 ' DEFAULTS'
003670         NOT AT END
003680             IF ORP-HOURS-FROM IS NUMERIC
003690                AND ORP-HOURS-TO IS NUMERIC
003700                AND ORP-HOURS-FROM < ORP-HOURS-TO
003710                 MOVE ORP-HOURS-FROM TO V1-HOURS-FROM
003720                 MOVE ORP-HOURS-TO TO V1-HOURS-TO
003730             END-IF
003740             IF ORP-REFUSAL-LIMIT IS NUMERIC
003750                AND ORP-REFUSAL-LIMIT > ZERO
003760                 MOVE ORP-REFUSAL-LIMIT TO V1-REFUSAL-LIMIT
003770             END-IF
003780     END-READ.
003790     CLOSE ORVPRMF.
003800 1100-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830 1200-LOAD-ONE-PROFILE.
003840*-----------------------------------------------------------------
003850     IF V1-PROFILE-COUNT < 500
003860         ADD 1 TO V1-PROFILE-COUNT
003870         SET V1-PRF-IDX TO V1-PROFILE-COUNT
003880         MOVE OPR-ID TO V1-PRF-ID (V1-PRF-IDX)
003890         MOVE OPR-ROLE TO V1-PRF-ROLE (V1-PRF-IDX)
003900         MOVE OPR-NAME TO V1-PRF-NAME (V1-PRF-IDX)
003910         MOVE OPR-SUPERVISOR-ID TO V1-PRF-SUPERVISOR (V1-PRF-IDX)
003920     ELSE
003930         SET V1-OVERFLOW TO TRUE
003940     END-IF.
003950     PERFORM 9100-READ-OPRPROFF THRU 9100-EXIT.
003960 1200-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990 2000-LOAD-ONE-ACTION.
004000*-----------------------------------------------------------------
004010     IF V1-OPRJRNF-EOF
004020         GO TO 2000-EXIT
004030     END-IF.
004040     ADD 1 TO V1-JOURNAL-READ-COUNT.
004050     IF OPA-BUSINESS-DATE NOT = V1-BUSINESS-DATE
004060         GO TO 2900-NEXT-ACTION
004070     END-IF.
004080     ADD 1 TO RST-RECORDS-IN.
004090     PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT.
004100     IF NOT V1-OPERATOR-FOUND
004110         GO TO 2900-NEXT-ACTION
004120     END-IF.
004130     IF V1-ACTION-COUNT NOT < 5000
004140         SET V1-OVERFLOW TO TRUE
004150         GO TO 2900-NEXT-ACTION
004160     END-IF.
004170     ADD 1 TO V1-ACTION-COUNT.
004180     ADD 1 TO V1-ACTION-TOTAL.
004190     SET V1-ACT-IDX TO V1-ACTION-COUNT.
004200     SET V1-CUR-OPS TO V1-OPS-LOOKUP-IDX.
004210     MOVE V1-CUR-OPS TO V1-ACT-OPS (V1-ACT-IDX).
004220     MOVE OPA-ACTION-TIME TO V1-ACT-TIME (V1-ACT-IDX).
004230     MOVE OPA-PROGRAM-ID TO V1-ACT-PROGRAM (V1-ACT-IDX).
004240     MOVE OPA-ACTION-TYPE TO V1-ACT-TYPE (V1-ACT-IDX).
004250     MOVE OPA-PCREF TO V1-ACT-PCREF (V1-ACT-IDX).
004260     MOVE OPA-TRANSQ TO V1-ACT-TRANSQ (V1-ACT-IDX).
004270     MOVE OPA-HZAB TO V1-ACT-HZAB (V1-ACT-IDX).
004280     MOVE OPA-HZAN TO V1-ACT-HZAN (V1-ACT-IDX).
004290     MOVE OPA-HZAS TO V1-ACT-HZAS (V1-ACT-IDX).
004300     MOVE OPA-CUSTOMER TO V1-ACT-CUSTOMER (V1-ACT-IDX).
004310     MOVE OPA-AMOUNT TO V1-ACT-AMOUNT (V1-ACT-IDX).
004320     MOVE OPA-OUTCOME TO V1-ACT-OUTCOME (V1-ACT-IDX).
004330     MOVE OPA-REASON TO V1-ACT-REASON (V1-ACT-IDX).
004340     MOVE SPACES TO V1-ACT-HOURS-FLAG (V1-ACT-IDX)
004350                    V1-ACT-REFUSE-FLAG (V1-ACT-IDX)
004360                    V1-ACT-SOD-FLAG (V1-ACT-IDX).
004370     ADD 1 TO V1-OPS-ACTIONS (V1-OPS-LOOKUP-IDX).
004380     IF OPA-REFUSED
004390         ADD 1 TO V1-OPS-REFUSALS (V1-OPS-LOOKUP-IDX)
004400     END-IF.
004410     IF OPA-ACCEPTED
004420        AND OPA-CUSTOMER NOT = SPACES
004430        AND (OPA-REPAIR OR OPA-APPROVAL)
004440         PERFORM 2200-NOTE-PAIR THRU 2200-EXIT
004450     END-IF.
004460 2900-NEXT-ACTION.
004470     PERFORM 9200-READ-OPRJRNF THRU 9200-EXIT.
004480 2000-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510 2100-FIND-OPERATOR.
004520*-----------------------------------------------------------------
004530*    THE OPERATOR TABLE HOLDS EACH ID THAT ACTED TODAY, WITH
004540*    THE SUPERVISOR AND NAME TAKEN FROM ITS PROFILE.
004550     MOVE 'N' TO V1-OPERATOR-FOUND-SW.
004560     SET V1-OPS-LOOKUP-IDX TO 1.
004570     IF V1-OPERATOR-COUNT > ZERO
004580         PERFORM 2110-SCAN-OPERATORS THRU 2110-EXIT
004590             UNTIL V1-OPS-LOOKUP-IDX > V1-OPERATOR-COUNT
004600                OR V1-OPERATOR-FOUND
004610     END-IF.
004620     IF V1-OPERATOR-FOUND
004630         GO TO 2100-EXIT
004640     END-IF.
004650     IF V1-OPERATOR-COUNT NOT < 500
004660         SET V1-OVERFLOW TO TRUE
004670         GO TO 2100-EXIT
004680     END-IF.
004690     ADD 1 TO V1-OPERATOR-COUNT.
004700     SET V1-OPS-LOOKUP-IDX TO V1-OPERATOR-COUNT.
004710     MOVE OPA-OPERATOR-ID TO V1-OPS-ID (V1-OPS-LOOKUP-IDX).
004720     MOVE OPA-OPERATOR-ROLE TO V1-OPS-ROLE (V1-OPS-LOOKUP-IDX).
004730     MOVE ZERO TO V1-OPS-ACTIONS (V1-OPS-LOOKUP-IDX)
004740                  V1-OPS-REFUSALS (V1-OPS-LOOKUP-IDX)
004750                  V1-OPS-ANOMALIES (V1-OPS-LOOKUP-IDX).
004760     MOVE 'N' TO V1-OPS-PRINTED-SW (V1-OPS-LOOKUP-IDX).
004770     PERFORM 2120-FIND-PROFILE THRU 2120-EXIT.
004780     IF V1-PROFILE-FOUND
004790         MOVE V1-PRF-NAME (V1-PRF-LOOKUP-IDX)
004800             TO V1-OPS-NAME (V1-OPS-LOOKUP-IDX)
004810         MOVE V1-PRF-SUPERVISOR (V1-PRF-LOOKUP-IDX)
004820             TO V1-OPS-SUPERVISOR (V1-OPS-LOOKUP-IDX)
004830         MOVE V1-PRF-ROLE (V1-PRF-LOOKUP-IDX)
004840             TO V1-OPS-ROLE (V1-OPS-LOOKUP-IDX)
004850     ELSE
004860         MOVE 'NOT ON OPERATOR PROFILE'
004870             TO V1-OPS-NAME (V1-OPS-LOOKUP-IDX)
004880         MOVE SPACES TO V1-OPS-SUPERVISOR (V1-OPS-LOOKUP-IDX)
004890     END-IF.
004900     SET V1-OPERATOR-FOUND TO TRUE.
004910 2100-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940 2110-SCAN-OPERATORS.
004950*-----------------------------------------------------------------
004960     IF V1-OPS-ID (V1-OPS-LOOKUP-IDX) = OPA-OPERATOR-ID
004970         SET V1-OPERATOR-FOUND TO TRUE
004980     ELSE
004990         SET V1-OPS-LOOKUP-IDX UP BY 1
005000     END-IF.
005010 2110-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------------
005040 2120-FIND-PROFILE.
005050*-----------------------------------------------------------------
005060     MOVE 'N' TO V1-PROFILE-FOUND-SW.
005070     IF V1-PROFILE-COUNT = ZERO
005080         GO TO 2120-EXIT
005090     END-IF.
005100     SET V1-PRF-LOOKUP-IDX TO 1.
005110     PERFORM 2130-SCAN-PROFILES THRU 2130-EXIT
005120         UNTIL V1-PRF-LOOKUP-IDX > V1-PROFILE-COUNT
005130            OR V1-PROFILE-FOUND.
005140 2120-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170 2130-SCAN-PROFILES.
005180*-----------------------------------------------------------------
005190     IF V1-PRF-ID (V1-PRF-LOOKUP-IDX) = OPA-OPERATOR-ID
005200         SET V1-PROFILE-FOUND TO TRUE
005210     ELSE
005220         SET V1-PRF-LOOKUP-IDX UP BY 1
005230     END-IF.
005240 2130-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270 2200-NOTE-PAIR.
005280*-----------------------------------------------------------------
005290*    ONE ENTRY PER OPERATOR AND CUSTOMER, MARKED FOR EACH OF
005300*    REPAIR AND APPROVAL SEEN TODAY.
005310     PERFORM 2210-FIND-PAIR THRU 2210-EXIT.
005320     IF NOT V1-PAIR-FOUND
005330         IF V1-PAIR-COUNT NOT < 2000
005340             SET V1-OVERFLOW TO TRUE
005350             GO TO 2200-EXIT
005360         END-IF
005370         ADD 1 TO V1-PAIR-COUNT
005380         SET V1-PAIR-LOOKUP-IDX TO V1-PAIR-COUNT
005390         MOVE V1-CUR-OPS TO V1-PAIR-OPS (V1-PAIR-LOOKUP-IDX)
005400         MOVE OPA-CUSTOMER
005410             TO V1-PAIR-CUSTOMER (V1-PAIR-LOOKUP-IDX)
005420         MOVE 'N' TO V1-PAIR-REPAIRED-SW (V1-PAIR-LOOKUP-IDX)
005430                     V1-PAIR-APPROVED-SW (V1-PAIR-LOOKUP-IDX)
005440     END-IF.
005450     IF OPA-REPAIR
005460         MOVE 'Y' TO V1-PAIR-REPAIRED-SW (V1-PAIR-LOOKUP-IDX)
005470     ELSE
005480         MOVE 'Y' TO V1-PAIR-APPROVED-SW (V1-PAIR-LOOKUP-IDX)
005490     END-IF.
005500 2200-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------------
005530 2210-FIND-PAIR.
005540*-----------------------------------------------------------------
005550*    CALLED WITH V1-CUR-OPS AND OPA-CUSTOMER (LOAD TIME) OR WITH
005560*    THE SAME TWO VALUES SET FROM A TABLED ACTION (FLAG TIME).
005570     MOVE 'N' TO V1-PAIR-FOUND-SW.
005580     IF V1-PAIR-COUNT = ZERO
005590         GO TO 2210-EXIT
005600     END-IF.
005610     SET V1-PAIR-LOOKUP-IDX TO 1.
005620     PERFORM 2220-SCAN-PAIRS THRU 2220-EXIT
005630         UNTIL V1-PAIR-LOOKUP-IDX > V1-PAIR-COUNT
005640            OR V1-PAIR-FOUND.
005650 2210-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------------
005680 2220-SCAN-PAIRS.
005690*-----------------------------------------------------------------
005700     IF V1-PAIR-OPS (V1-PAIR-LOOKUP-IDX) = V1-CUR-OPS
005710        AND V1-PAIR-CUSTOMER (V1-PAIR-LOOKUP-IDX) = OPA-CUSTOMER
005720         SET V1-PAIR-FOUND TO TRUE
005730     ELSE
005740         SET V1-PAIR-LOOKUP-IDX UP BY 1
005750     END-IF.
005760 2220-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------------
005790 3000-FLAG-ONE-ACTION.
005800*-----------------------------------------------------------------
005810     MOVE V1-ACT-OPS (V1-ACT-IDX) TO V1-CUR-OPS.
005820     SET V1-OPS-IDX TO V1-CUR-OPS.
005830     IF V1-ACT-TIME (V1-ACT-IDX) < V1-HOURS-FROM
005840        OR V1-ACT-TIME (V1-ACT-IDX) NOT < V1-HOURS-TO
005850         MOVE 'HRS' TO V1-ACT-HOURS-FLAG (V1-ACT-IDX)
005860         ADD 1 TO V1-HOURS-COUNT
005870     END-IF.
005880     IF V1-ACT-OUTCOME (V1-ACT-IDX) = 'R'
005890        AND V1-OPS-REFUSALS (V1-OPS-IDX) NOT < V1-REFUSAL-LIMIT
005900         MOVE 'REF' TO V1-ACT-REFUSE-FLAG (V1-ACT-IDX)
005910         ADD 1 TO V1-REFUSE-COUNT
005920     END-IF.
005930     IF V1-ACT-OUTCOME (V1-ACT-IDX) = 'A'
005940        AND V1-ACT-CUSTOMER (V1-ACT-IDX) NOT = SPACES
005950        AND (V1-ACT-TYPE (V1-ACT-IDX) = 'REPR'
005960          OR V1-ACT-TYPE (V1-ACT-IDX) = 'APPR')
005970         MOVE V1-ACT-CUSTOMER (V1-ACT-IDX) TO OPA-CUSTOMER
005980         PERFORM 2210-FIND-PAIR THRU 2210-EXIT
005990         IF V1-PAIR-FOUND
006000            AND V1-PAIR-REPAIRED-SW (V1-PAIR-LOOKUP-IDX) = 'Y'
006010            AND V1-PAIR-APPROVED-SW (V1-PAIR-LOOKUP-IDX) = 'Y'
006020             MOVE 'SOD' TO V1-ACT-SOD-FLAG (V1-ACT-IDX)
006030             ADD 1 TO V1-SOD-COUNT
006040         END-IF
006050     END-IF.
006060     IF V1-ACT-HOURS-FLAG (V1-ACT-IDX) NOT = SPACES
006070        OR V1-ACT-REFUSE-FLAG (V1-ACT-IDX) NOT = SPACES
006080        OR V1-ACT-SOD-FLAG (V1-ACT-IDX) NOT = SPACES
006090         ADD 1 TO V1-ANOMALY-COUNT
006100         ADD 1 TO V1-OPS-ANOMALIES (V1-OPS-IDX)
006110     END-IF.
006120     SET V1-ACT-IDX UP BY 1.
006130 3000-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160 4000-PRINT-SUPERVISOR.
006170*-----------------------------------------------------------------
006180*    EVERY SUPERVISOR PROFILE GETS ITS SECTION, EVEN ON A DAY ITS
006190*    TEAM DID NOTHING, SO A MISSING PAGE MEANS A MISSING RUN.
006200     IF V1-PRF-ROLE (V1-PRF-IDX) NOT = 'S'
006210         GO TO 4900-NEXT-SUPERVISOR
006220     END-IF.
006230     ADD 1 TO V1-SUPERVISOR-COUNT.
006240     MOVE V1-PRF-ID (V1-PRF-IDX) TO V1-SHD-ID.
006250     MOVE V1-PRF-NAME (V1-PRF-IDX) TO V1-SHD-NAME.
006260     MOVE V1-BUSINESS-DATE TO V1-SHD-DATE.
006270     MOVE V1-SUPERVISOR-LINE TO ORVRPT-RECORD.
006280     WRITE ORVRPT-RECORD.
006290     MOVE V1-COLUMN-LINE TO ORVRPT-RECORD.
006300     WRITE ORVRPT-RECORD.
006310     MOVE 'N' TO V1-TEAM-FOUND-SW.
006320     IF V1-OPERATOR-COUNT > ZERO
006330         SET V1-OPS-LOOKUP-IDX TO 1
006340         PERFORM 4100-PRINT-TEAM-MEMBER THRU 4100-EXIT
006350             UNTIL V1-OPS-LOOKUP-IDX > V1-OPERATOR-COUNT
006360     END-IF.
006370     IF NOT V1-TEAM-FOUND
006380         MOVE V1-NO-TEAM-LINE TO ORVRPT-RECORD
006390         WRITE ORVRPT-RECORD
006400     END-IF.
006410 4900-NEXT-SUPERVISOR.
006420     SET V1-PRF-IDX UP BY 1.
006430 4000-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------------
006460 4100-PRINT-TEAM-MEMBER.
006470*-----------------------------------------------------------------
006480     IF V1-OPS-SUPERVISOR (V1-OPS-LOOKUP-IDX)
006490             = V1-PRF-ID (V1-PRF-IDX)
006500         SET V1-TEAM-FOUND TO TRUE
006510         PERFORM 6000-PRINT-OPERATOR THRU 6000-EXIT
006520     END-IF.
006530     SET V1-OPS-LOOKUP-IDX UP BY 1.
006540 4100-EXIT.
006550     EXIT.
006560*-----------------------------------------------------------------
006570 5000-PRINT-UNASSIGNED.
006580*-----------------------------------------------------------------
006590*    ANY ID NOT PRINTED UNDER A SUPERVISOR - NOT ON PROFILE, NO
006600*    SUPERVISOR NAMED, OR THE NAMED SUPERVISOR IS NOT A
006610*    SUPERVISOR PROFILE - IS LISTED HERE.
006620     IF V1-OPS-PRINTED (V1-OPS-LOOKUP-IDX)
006630         GO TO 5900-NEXT-OPERATOR
006640     END-IF.
006650     IF NOT V1-UNASSIGNED-HEADED
006660         MOVE V1-UNASSIGNED-LINE TO ORVRPT-RECORD
006670         WRITE ORVRPT-RECORD
006680         MOVE V1-COLUMN-LINE TO ORVRPT-RECORD
006690         WRITE ORVRPT-RECORD
006700         SET V1-UNASSIGNED-HEADED TO TRUE
006710     END-IF.
006720     PERFORM 6000-PRINT-OPERATOR THRU 6000-EXIT.
006730 5900-NEXT-OPERATOR.
006740     SET V1-OPS-LOOKUP-IDX UP BY 1.
006750 5000-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------------
006780 6000-PRINT-OPERATOR.
006790*-----------------------------------------------------------------
006800*    PRINTS THE OPERATOR AT V1-OPS-LOOKUP-IDX AND EVERY ACTION
006810*    TABLED FOR IT, IN JOURNAL ORDER.
006820     MOVE 'Y' TO V1-OPS-PRINTED-SW (V1-OPS-LOOKUP-IDX).
006830     MOVE V1-OPS-ID (V1-OPS-LOOKUP-IDX) TO V1-OPL-ID.
006840     MOVE V1-OPS-NAME (V1-OPS-LOOKUP-IDX) TO V1-OPL-NAME.
006850     MOVE V1-OPS-ROLE (V1-OPS-LOOKUP-IDX) TO V1-OPL-ROLE.
006860     MOVE V1-OPS-ACTIONS (V1-OPS-LOOKUP-IDX) TO V1-OPL-ACTIONS.
006870     MOVE V1-OPS-REFUSALS (V1-OPS-LOOKUP-IDX) TO V1-OPL-REFUSALS.
006880     MOVE V1-OPS-ANOMALIES (V1-OPS-LOOKUP-IDX)
006890         TO V1-OPL-ANOMALIES.
006900     MOVE V1-OPERATOR-LINE TO ORVRPT-RECORD.
006910     WRITE ORVRPT-RECORD.
006920     SET V1-CUR-OPS TO V1-OPS-LOOKUP-IDX.
006930     SET V1-ACT-LOOKUP-IDX TO 1.
006940     PERFORM 6100-PRINT-ONE-ACTION THRU 6100-EXIT
006950         UNTIL V1-ACT-LOOKUP-IDX > V1-ACTION-COUNT.
006960 6000-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------------
006990 6100-PRINT-ONE-ACTION.
007000*-----------------------------------------------------------------
007010     IF V1-ACT-OPS (V1-ACT-LOOKUP-IDX) NOT = V1-CUR-OPS
007020         GO TO 6900-NEXT-ACTION
007030     END-IF.
007040     MOVE V1-ACT-TIME (V1-ACT-LOOKUP-IDX) TO V1-DTL-TIME.
007050     MOVE V1-ACT-PROGRAM (V1-ACT-LOOKUP-IDX) TO V1-DTL-PROGRAM.
007060     MOVE V1-ACT-TYPE (V1-ACT-LOOKUP-IDX) TO V1-DTL-TYPE.
007070     MOVE V1-ACT-PCREF (V1-ACT-LOOKUP-IDX) TO V1-DTL-PCREF.
007080     MOVE V1-ACT-TRANSQ (V1-ACT-LOOKUP-IDX) TO V1-DTL-TRANSQ.
007090     MOVE V1-ACT-HZAB (V1-ACT-LOOKUP-IDX) TO V1-DTL-HZAB.
007100     MOVE V1-ACT-HZAN (V1-ACT-LOOKUP-IDX) TO V1-DTL-HZAN.
007110     MOVE V1-ACT-HZAS (V1-ACT-LOOKUP-IDX) TO V1-DTL-HZAS.
007120     MOVE V1-ACT-AMOUNT (V1-ACT-LOOKUP-IDX) TO V1-DTL-AMOUNT.
007130     EVALUATE V1-ACT-OUTCOME (V1-ACT-LOOKUP-IDX)
007140         WHEN 'A'
007150             MOVE 'ACCEPTED' TO V1-DTL-OUTCOME
007160         WHEN 'D'
007170             MOVE 'DECLINED' TO V1-DTL-OUTCOME
007180         WHEN 'R'
007190             MOVE 'REFUSED ' TO V1-DTL-OUTCOME
007200         WHEN 'N'
007210             MOVE 'NOT DONE' TO V1-DTL-OUTCOME
007220         WHEN OTHER
007230             MOVE SPACES TO V1-DTL-OUTCOME
007240     END-EVALUATE.
007250     MOVE V1-ACT-REASON (V1-ACT-LOOKUP-IDX) TO V1-DTL-REASON.
007260     MOVE V1-ACT-HOURS-FLAG (V1-ACT-LOOKUP-IDX)
007270         TO V1-DTL-HOURS-FLAG.
007280     MOVE V1-ACT-REFUSE-FLAG (V1-ACT-LOOKUP-IDX)
007290         TO V1-DTL-REFUSE-FLAG.
007300     MOVE V1-ACT-SOD-FLAG (V1-ACT-LOOKUP-IDX) TO V1-DTL-SOD-FLAG.
007310     MOVE V1-DETAIL-LINE TO ORVRPT-RECORD.
007320     WRITE ORVRPT-RECORD.
007330     ADD 1 TO RST-RECORDS-OUT.
007340 6900-NEXT-ACTION.
007350     SET V1-ACT-LOOKUP-IDX UP BY 1.
007360 6100-EXIT.
007370     EXIT.
007380*-----------------------------------------------------------------
007390 7000-PRINT-TOTALS.
007400*-----------------------------------------------------------------
007410     MOVE V1-ACTION-TOTAL TO V1-TOT-ACTIONS.
007420     MOVE V1-SUPERVISOR-COUNT TO V1-TOT-SUPERVISORS.
007430     MOVE V1-ANOMALY-COUNT TO V1-TOT-ANOMALIES.
007440     MOVE V1-TOTAL-LINE-1 TO ORVRPT-RECORD.
007450     WRITE ORVRPT-RECORD.
007460     MOVE V1-HOURS-COUNT TO V1-TOT-HOURS.
007470     MOVE V1-REFUSE-COUNT TO V1-TOT-REFUSE.
007480     MOVE V1-SOD-COUNT TO V1-TOT-SOD.
007490     MOVE V1-TOTAL-LINE-2 TO ORVRPT-RECORD.
007500     WRITE ORVRPT-RECORD.
007510     IF V1-OVERFLOW
007520         MOVE V1-OVERFLOW-LINE TO ORVRPT-RECORD
007530         WRITE ORVRPT-RECORD
007540     END-IF.
007550 7000-EXIT.
007560     EXIT.
007570*-----------------------------------------------------------------
007580 8000-TERMINATE.
007590*-----------------------------------------------------------------
007600     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
007610     CLOSE OPRJRNF.
007620     CLOSE ORVRPT.
007630     DISPLAY 'ESB111V: JOURNAL READ ' V1-JOURNAL-READ-COUNT
007640         ' REVIEWED ' V1-ACTION-TOTAL
007650         ' ANOMALIES ' V1-ANOMALY-COUNT.
007660     IF V1-ANOMALY-COUNT > ZERO
007670        OR V1-OVERFLOW
007680         MOVE 4 TO RETURN-CODE
007690     END-IF.
007700 8000-EXIT.
007710     EXIT.
007720*-----------------------------------------------------------------
007730 9100-READ-OPRPROFF.
007740*-----------------------------------------------------------------
007750     READ OPRPROFF
007760         AT END
007770             SET V1-OPRPROFF-EOF TO TRUE
007780     END-READ.
007790 9100-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------------
007820 9200-READ-OPRJRNF.
007830*-----------------------------------------------------------------
007840     READ OPRJRNF
007850         AT END
007860             SET V1-OPRJRNF-EOF TO TRUE
007870     END-READ.
007880 9200-EXIT.
007890     EXIT.
007900*-----------------------------------------------------------------
007910 9900-WRITE-RUN-STATS.
007920*-----------------------------------------------------------------
007930     MOVE 'ESB111V' TO RST-PROGRAM-ID.
007940     MOVE V1-BUSINESS-DATE TO RST-BUSINESS-DATE.
007950     ACCEPT RST-END-TIME FROM TIME.
007960     MOVE '00' TO RST-WORST-STATUS.
007970     IF V1-OPRJRNF-STATUS NOT = '00'
007980        AND V1-OPRJRNF-STATUS NOT = '10'
007990         MOVE V1-OPRJRNF-STATUS TO RST-WORST-STATUS
008000     END-IF.
008010     IF V1-ORVRPT-STATUS NOT = '00'
008020         MOVE V1-ORVRPT-STATUS TO RST-WORST-STATUS
008030     END-IF.
008040     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
008050 9900-EXIT.
008060     EXIT.
008070*-----------------------------------------------------------------
008080 9999-EXIT.
008090*-----------------------------------------------------------------
008100     EXIT.
