000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB087F
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    AVAILABLE-FUNDS GATE AHEAD OF THE SEND STEP.  EVERY
000200*    ACCEPTED TRANSACTION-REQ ON TRANVALF (FROM ESB028V) IS
000210*    TESTED ON ITS DEBIT LEG GZAB1/GZAN1/GZAS1.  AVAILABLE
000216*    FUNDS ARE THE NET AVAILABLE BALANCE HZNABL FROM THE LATEST
000222*    ESB022S SNAPSHOT FOR THE ACCOUNT, WHICH ALREADY INCLUDES
000228*    THE UNDRAWN PART OF THE OVERDRAFT LIMIT HZODL (THE ESB012U
000234*    CONVENTION: DRAWN IS HZODL LESS HZNABL), LESS THE LIEN
000240*    BALANCE HZLABL WHERE THE SNAPSHOT SHOWS OPEN HOLDS (THE
000250*    E3C HOLD MESSAGES CARRY NO AMOUNT OF THEIR OWN), LESS THE
000260*    DEBITS ALREADY PASSED FOR THE SAME ACCOUNT EARLIER IN THIS
000270*    RUN, THE FORWARD-DATED DEBITS PARKED BY ESB031P AND THE
000280*    DEBITS STILL WAITING ON THE ESB040Q PENDING-AUTHORIZATION
000290*    FILE.  A LEG THAT WOULD OVERDRAW, OR WHOSE ACCOUNT HAS NO
000300*    SNAPSHOT, IS WRITTEN TO THE INSUFFICIENT-FUNDS REFERRAL
000310*    FILE WITH ITS SHORTFALL AND PRINTED ON THE REFERRAL
000320*    REGISTER INSTEAD OF BEING SENT.  ACCOUNTS (OR WHOLE
000330*    BRANCHES) ON THE MAINTAINED EXEMPTION LIST, SUCH AS GL AND
000340*    NOSTRO ACCOUNTS, PASS WITHOUT A CHECK.  EVERYTHING THAT
000350*    PASSES IS WRITTEN TO THE FUNDS-CLEARED TRAFFIC FILE THE
000360*    SEND STEP PICKS UP, AND EVERY OUTCOME IS POSTED TO THE
000370*    PCREF STATUS INDEX UNDER THE 'FUND' STAGE.
000380*-----------------------------------------------------------------
000390* MODIFICATION HISTORY.
000400*    15-OCT-2026  TC   INITIAL VERSION.
000410******************************************************************
000420 PROGRAM-ID. ESB087F.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-ZSERIES.
000460 OBJECT-COMPUTER. IBM-ZSERIES.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT FUNDEXF  ASSIGN TO FUNDEXF
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS F7-FUNDEXF-STATUS.
000520     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS F7-CUSTSNPF-STATUS.
000550     SELECT PARKEDF  ASSIGN TO PARKEDF
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS F7-PARKEDF-STATUS.
000580     SELECT PENDAUTF ASSIGN TO PENDAUTF
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS F7-PENDAUTF-STATUS.
000610     SELECT TRANVALF ASSIGN TO TRANVALF
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS F7-TRANVALF-STATUS.
000640     SELECT TRANFNDF ASSIGN TO TRANFNDF
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS F7-TRANFNDF-STATUS.
000670     SELECT FUNDREFF ASSIGN TO FUNDREFF
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS F7-FUNDREFF-STATUS.
000700     SELECT FUNDRPT  ASSIGN TO FUNDRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS F7-FUNDRPT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  FUNDEXF
000760     RECORDING MODE IS F.
000770     COPY "Funds_Exempt_Account.cpy".
000780 FD  CUSTSNPF
000790     RECORDING MODE IS F.
000800     COPY "Customer_Snapshot.cpy".
000810 FD  PARKEDF
000820     RECORDING MODE IS F.
000830     COPY "Value_Date_Park.cpy".
000840 FD  PENDAUTF
000850     RECORDING MODE IS F.
000860     COPY "Pending_Authorization.cpy".
000870 FD  TRANVALF
000880     RECORDING MODE IS F.
000890     COPY "Transaction_Req.cpy".
000900 FD  TRANFNDF
000910     RECORDING MODE IS F.
000920 01  TRANFNDF-RECORD              PIC X(1816).
000930 FD  FUNDREFF
000940     RECORDING MODE IS F.
000950     COPY "Insufficient_Funds_Referral.cpy".
000960 FD  FUNDRPT
000970     RECORDING MODE IS F.
000980 01  FUNDRPT-RECORD               PIC X(132).
000990 WORKING-STORAGE SECTION.
001000 01  F7-FUNDEXF-STATUS            PIC X(002) VALUE '00'.
001010     88 F7-FUNDEXF-OK                        VALUE '00'.
001020 01  F7-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
001030     88 F7-CUSTSNPF-OK                       VALUE '00'.
001040 01  F7-PARKEDF-STATUS            PIC X(002) VALUE '00'.
001050     88 F7-PARKEDF-OK                        VALUE '00'.
001060 01  F7-PENDAUTF-STATUS           PIC X(002) VALUE '00'.
001070     88 F7-PENDAUTF-OK                       VALUE '00'.
001080 01  F7-TRANVALF-STATUS           PIC X(002) VALUE '00'.
001090 01  F7-TRANFNDF-STATUS           PIC X(002) VALUE '00'.
001100 01  F7-FUNDREFF-STATUS           PIC X(002) VALUE '00'.
001110 01  F7-FUNDRPT-STATUS            PIC X(002) VALUE '00'.
001120 01  F7-SWITCHES.
001130     05 F7-FUNDEXF-EOF-SW         PIC X(001) VALUE 'N'.
001140        88 F7-FUNDEXF-EOF                    VALUE 'Y'.
001150     05 F7-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001160        88 F7-CUSTSNPF-EOF                   VALUE 'Y'.
001170     05 F7-PARKEDF-EOF-SW         PIC X(001) VALUE 'N'.
001180        88 F7-PARKEDF-EOF                    VALUE 'Y'.
001190     05 F7-PENDAUTF-EOF-SW        PIC X(001) VALUE 'N'.
001200        88 F7-PENDAUTF-EOF                   VALUE 'Y'.
001210     05 F7-TRANVALF-EOF-SW        PIC X(001) VALUE 'N'.
001220        88 F7-TRANVALF-EOF                   VALUE 'Y'.
001230     05 F7-EXEMPT-SW              PIC X(001) VALUE 'N'.
001240        88 F7-EXEMPT                         VALUE 'Y'.
001250     05 F7-FUNDS-FOUND-SW         PIC X(001) VALUE 'N'.
001260        88 F7-FUNDS-FOUND                    VALUE 'Y'.
001270 01  F7-DATE-TIME.
001280     05 F7-RUN-DATE               PIC 9(008) VALUE ZERO.
001290     05 F7-RUN-TIME               PIC 9(006) VALUE ZERO.
001300 01  F7-COUNTERS.
001310     05 F7-READ-COUNT             PIC 9(007) VALUE ZERO.
001320     05 F7-PASSED-COUNT           PIC 9(007) VALUE ZERO.
001330     05 F7-EXEMPT-COUNT           PIC 9(007) VALUE ZERO.
001340     05 F7-REFER-COUNT            PIC 9(007) VALUE ZERO.
001350     05 F7-SNAP-COUNT             PIC 9(007) VALUE ZERO.
001360 01  F7-LOOKUP-KEY.
001370     05 F7-LOOKUP-BRANCH          PIC X(004).
001380     05 F7-LOOKUP-ACCOUNT         PIC X(006).
001390     05 F7-LOOKUP-SUBACCT         PIC X(003).
001400 01  F7-LEG-AMOUNT                PIC 9(015)V99 VALUE ZERO.
001410 01  F7-INFLIGHT-AMOUNT           PIC 9(015)V99 VALUE ZERO.
001420 01  F7-AVAILABLE                 PIC S9(015)V99 VALUE ZERO.
001430 01  F7-SHORTFALL                 PIC 9(015)V99 VALUE ZERO.
001440 01  F7-AMOUNT-WORK.
001450     05 F7-AMOUNT-TEXT            PIC X(017).
001460     05 F7-AMOUNT-NUMERIC REDEFINES F7-AMOUNT-TEXT
001470                                  PIC 9(015)V99.
001480 01  F7-REFER-REASON              PIC X(002) VALUE SPACES.
001490 01  F7-REFER-TEXT                PIC X(030) VALUE SPACES.
001500 01  F7-EXEMPT-COUNT-LOADED       PIC 9(004) COMP VALUE ZERO.
001510 01  F7-EXEMPT-TABLE.
001520     05 F7-EXM-ENTRY OCCURS 500 TIMES
001530        INDEXED BY F7-EXM-IDX, F7-EXM-LOOKUP-IDX.
001540        10 F7-EXM-BRANCH          PIC X(004).
001550        10 F7-EXM-ACCOUNT         PIC X(006).
001560        10 F7-EXM-SUBACCT         PIC X(003).
001570*    ONE ENTRY PER DEBITED ACCOUNT.  THE SNAPSHOT FIGURES ARE
001580*    TAKEN FROM THE LATEST CAPTURE FOR THE ACCOUNT, AND EACH
001590*    PASSED LEG ADDS TO THE QUEUED FIGURE SO A SECOND DEBIT ON
001600*    THE SAME ACCOUNT SEES THE FUNDS NET OF THE FIRST.
001610 01  F7-FUNDS-COUNT               PIC 9(004) COMP VALUE ZERO.
001620 01  F7-FUNDS-TABLE.
001630     05 F7-FND-ENTRY OCCURS 2000 TIMES
001640        INDEXED BY F7-FND-IDX, F7-FND-LOOKUP-IDX.
001650        10 F7-FND-BRANCH          PIC X(004).
001660        10 F7-FND-ACCOUNT         PIC X(006).
001670        10 F7-FND-SUBACCT         PIC X(003).
001680        10 F7-FND-ON-FILE-SW      PIC X(001).
001690        10 F7-FND-CAPTURE-DATE    PIC 9(008).
001700        10 F7-FND-CAPTURE-TIME    PIC 9(006).
001710        10 F7-FND-NABL            PIC 9(014)V99.
001720        10 F7-FND-ODL             PIC 9(014)V99.
001730        10 F7-FND-HELD            PIC 9(014)V99.
001740        10 F7-FND-QUEUED          PIC 9(015)V99.
001750        10 F7-FND-PARKED          PIC 9(015)V99.
001760        10 F7-FND-PENDING         PIC 9(015)V99.
001770 01  F7-HEADING-LINE.
001780     05 FILLER                    PIC X(037)
001790            VALUE 'INSUFFICIENT FUNDS REFERRAL REGISTER '.
001800     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001810     05 F7-HDG-DATE               PIC 9(008).
001820     05 FILLER                    PIC X(082) VALUE SPACES.
001830 01  F7-DETAIL-LINE.
001840     05 F7-DTL-PCREF              PIC X(020).
001850     05 FILLER                    PIC X(002) VALUE SPACES.
001860     05 F7-DTL-TRANSQ             PIC X(004).
001870     05 FILLER                    PIC X(002) VALUE SPACES.
001880     05 F7-DTL-BRANCH             PIC X(004).
001890     05 FILLER                    PIC X(001) VALUE SPACES.
001900     05 F7-DTL-ACCOUNT            PIC X(006).
001910     05 FILLER                    PIC X(001) VALUE SPACES.
001920     05 F7-DTL-SUBACCT            PIC X(003).
001930     05 FILLER                    PIC X(002) VALUE SPACES.
001940     05 F7-DTL-CCY                PIC X(003).
001950     05 FILLER                    PIC X(002) VALUE SPACES.
001960     05 F7-DTL-AMOUNT             PIC Z(012)9.99.
001970     05 FILLER                    PIC X(002) VALUE SPACES.
001980     05 F7-DTL-AVAILABLE          PIC Z(012)9.99-.
001990     05 FILLER                    PIC X(002) VALUE SPACES.
002000     05 F7-DTL-SHORTFALL          PIC Z(012)9.99.
002010     05 FILLER                    PIC X(002) VALUE SPACES.
002020     05 F7-DTL-REASON-TEXT        PIC X(023).
002030 01  F7-SUMMARY-LINE.
002040     05 FILLER                    PIC X(012) VALUE 'LEGS READ   '.
002050     05 F7-SUM-READ               PIC ZZZZZZ9.
002060     05 FILLER                    PIC X(009) VALUE '  PASSED '.
002070     05 F7-SUM-PASSED             PIC ZZZZZZ9.
002080     05 FILLER                    PIC X(009) VALUE '  EXEMPT '.
002090     05 F7-SUM-EXEMPT             PIC ZZZZZZ9.
002100     05 FILLER                    PIC X(011)
002110            VALUE '  REFERRED '.
002120     05 F7-SUM-REFERRED           PIC ZZZZZZ9.
002130     05 FILLER                    PIC X(063) VALUE SPACES.
002140 COPY "Pcref_Status_Index.cpy".
002150 COPY "Run_Statistics.cpy".
002160 COPY "Transaction_Req.cpy"
002170     REPLACING TRANSACTION-REQ BY F7-REQ-WORK.
002175 COPY "Business_Date_Service.cpy".
002180 PROCEDURE DIVISION.
002190*-----------------------------------------------------------------
002200 0000-MAINLINE.
002210*-----------------------------------------------------------------
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     PERFORM 2000-CHECK-ONE-LEG THRU 2000-EXIT
002240         UNTIL F7-TRANVALF-EOF.
002250     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002270     STOP RUN.
002280*-----------------------------------------------------------------
002290 1000-INITIALIZE.
002300*-----------------------------------------------------------------
002310     ACCEPT F7-RUN-DATE FROM DATE YYYYMMDD.
002311     MOVE SPACES TO BUSINESS-DATE-AREA.
002312     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002313     EVALUATE TRUE
002314         WHEN BDS-OK
002315             MOVE BDS-BUSINESS-DATE TO F7-RUN-DATE
002316         WHEN BDS-NOT-STARTED
002317             DISPLAY 'ESB087F: BUSINESS DATE NOT STARTED -'
002318                 ' RUN REFUSED'
002319             MOVE 8 TO RETURN-CODE
002320             STOP RUN
002321         WHEN OTHER
002322             CONTINUE
002323     END-EVALUATE.
002324     ACCEPT F7-RUN-TIME FROM TIME.
002330     ACCEPT RST-START-TIME FROM TIME.
002340     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002350                  RST-REJECT-COUNT.
002360     OPEN INPUT FUNDEXF.
002370     IF F7-FUNDEXF-OK
002380         PERFORM 9100-READ-FUNDEXF THRU 9100-EXIT
002390     ELSE
002400         SET F7-FUNDEXF-EOF TO TRUE
002410     END-IF.
002420     PERFORM 1100-LOAD-EXEMPTION THRU 1100-EXIT
002430         UNTIL F7-FUNDEXF-EOF.
002440     CLOSE FUNDEXF.
002450     OPEN INPUT CUSTSNPF.
002460     IF F7-CUSTSNPF-OK
002470         PERFORM 9200-READ-CUSTSNPF THRU 9200-EXIT
002480     ELSE
002490         DISPLAY 'ESB087F: CUSTOMER SNAPSHOT UNAVAILABLE '
002500             F7-CUSTSNPF-STATUS
002510         SET F7-CUSTSNPF-EOF TO TRUE
002520     END-IF.
002530     PERFORM 1200-LOAD-ONE-SNAPSHOT THRU 1200-EXIT
002540         UNTIL F7-CUSTSNPF-EOF.
002550     CLOSE CUSTSNPF.
002560     OPEN INPUT PARKEDF.
002570     IF F7-PARKEDF-OK
002580         PERFORM 9300-READ-PARKEDF THRU 9300-EXIT
002590     ELSE
002600         SET F7-PARKEDF-EOF TO TRUE
002610     END-IF.
002620     PERFORM 1300-ADD-PARKED-DEBIT THRU 1300-EXIT
002630         UNTIL F7-PARKEDF-EOF.
002640     CLOSE PARKEDF.
002650     OPEN INPUT PENDAUTF.
002660     IF F7-PENDAUTF-OK
002670         PERFORM 9400-READ-PENDAUTF THRU 9400-EXIT
002680     ELSE
002690         SET F7-PENDAUTF-EOF TO TRUE
002700     END-IF.
002710     PERFORM 1400-ADD-PENDING-DEBIT THRU 1400-EXIT
002720         UNTIL F7-PENDAUTF-EOF.
002730     CLOSE PENDAUTF.
002740     OPEN INPUT  TRANVALF.
002750     OPEN OUTPUT TRANFNDF.
002760     OPEN OUTPUT FUNDREFF.
002770     OPEN OUTPUT FUNDRPT.
002780     MOVE F7-RUN-DATE TO F7-HDG-DATE.
002790     MOVE F7-HEADING-LINE TO FUNDRPT-RECORD.
002800     WRITE FUNDRPT-RECORD.
002810     PERFORM 9500-READ-TRANVALF THRU 9500-EXIT.
002820 1000-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------------
002850 1100-LOAD-EXEMPTION.
002860*-----------------------------------------------------------------
002870     IF F7-EXEMPT-COUNT-LOADED < 500
002880         ADD 1 TO F7-EXEMPT-COUNT-LOADED
002890         SET F7-EXM-IDX TO F7-EXEMPT-COUNT-LOADED
002900         MOVE FEX-BRANCH  TO F7-EXM-BRANCH (F7-EXM-IDX)
002910         MOVE FEX-ACCOUNT TO F7-EXM-ACCOUNT (F7-EXM-IDX)
002920         MOVE FEX-SUBACCT TO F7-EXM-SUBACCT (F7-EXM-IDX)
002930     END-IF.
002940     PERFORM 9100-READ-FUNDEXF THRU 9100-EXIT.
002950 1100-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980 1200-LOAD-ONE-SNAPSHOT.
002990*-----------------------------------------------------------------
003000*    THE SNAPSHOT FILE MAY CARRY MORE THAN ONE CAPTURE FOR AN
003010*    ACCOUNT; ONLY THE LATEST CAPTURE IS KEPT.
003020     ADD 1 TO F7-SNAP-COUNT.
003030     MOVE CSS-HZAB TO F7-LOOKUP-BRANCH.
003040     MOVE CSS-HZAN TO F7-LOOKUP-ACCOUNT.
003050     MOVE CSS-HZAS TO F7-LOOKUP-SUBACCT.
003060     PERFORM 4000-FIND-FUNDS-ENTRY THRU 4000-EXIT.
003063*    A SNAPSHOT LEFT OUT WOULD REFER EVERY DEBIT ON ITS ACCOUNT,
003066*    SO A FULL TABLE STOPS THE RUN BEFORE ANY LEG IS CHECKED.
003070     IF NOT F7-FUNDS-FOUND
003075         DISPLAY 'ESB087F: FUNDS TABLE FULL - RUN REFUSED'
003080         MOVE 8 TO RETURN-CODE
003085         STOP RUN
003090     END-IF.
003100     IF F7-FND-ON-FILE-SW (F7-FND-LOOKUP-IDX) = 'Y'
003110         IF CSS-CAPTURE-DATE <
003120                F7-FND-CAPTURE-DATE (F7-FND-LOOKUP-IDX)
003130             GO TO 1200-READ-NEXT
003140         END-IF
003150         IF CSS-CAPTURE-DATE =
003160                F7-FND-CAPTURE-DATE (F7-FND-LOOKUP-IDX)
003170            AND CSS-CAPTURE-TIME <
003180                F7-FND-CAPTURE-TIME (F7-FND-LOOKUP-IDX)
003190             GO TO 1200-READ-NEXT
003200         END-IF
003210     END-IF.
003220     MOVE 'Y' TO F7-FND-ON-FILE-SW (F7-FND-LOOKUP-IDX).
003230     MOVE CSS-CAPTURE-DATE
003240         TO F7-FND-CAPTURE-DATE (F7-FND-LOOKUP-IDX).
003250     MOVE CSS-CAPTURE-TIME
003260         TO F7-FND-CAPTURE-TIME (F7-FND-LOOKUP-IDX).
003270     MOVE CSS-HZNABL TO F7-FND-NABL (F7-FND-LOOKUP-IDX).
003280     MOVE CSS-HZODL  TO F7-FND-ODL (F7-FND-LOOKUP-IDX).
003290     IF CSS-HOLD-COUNT > ZERO
003300         MOVE CSS-HZLABL TO F7-FND-HELD (F7-FND-LOOKUP-IDX)
003310     ELSE
003320         MOVE ZERO TO F7-FND-HELD (F7-FND-LOOKUP-IDX)
003330     END-IF.
003340 1200-READ-NEXT.
003350     PERFORM 9200-READ-CUSTSNPF THRU 9200-EXIT.
003360 1200-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390 1300-ADD-PARKED-DEBIT.
003400*-----------------------------------------------------------------
003410     MOVE VDP-REQ-IMAGE TO F7-REQ-WORK.
003420     MOVE GZAB1 OF F7-REQ-WORK TO F7-LOOKUP-BRANCH.
003430     MOVE GZAN1 OF F7-REQ-WORK TO F7-LOOKUP-ACCOUNT.
003440     MOVE GZAS1 OF F7-REQ-WORK TO F7-LOOKUP-SUBACCT.
003450     MOVE GZAMA1 OF F7-REQ-WORK TO F7-AMOUNT-TEXT.
003460     IF F7-AMOUNT-TEXT IS NUMERIC
003470         MOVE F7-AMOUNT-NUMERIC TO F7-INFLIGHT-AMOUNT
003480     ELSE
003490         MOVE ZERO TO F7-INFLIGHT-AMOUNT
003500     END-IF.
003510     PERFORM 4000-FIND-FUNDS-ENTRY THRU 4000-EXIT.
003520     IF F7-FUNDS-FOUND
003530         ADD F7-INFLIGHT-AMOUNT
003540             TO F7-FND-PARKED (F7-FND-LOOKUP-IDX)
003550     END-IF.
003560     PERFORM 9300-READ-PARKEDF THRU 9300-EXIT.
003570 1300-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600 1400-ADD-PENDING-DEBIT.
003610*-----------------------------------------------------------------
003620     IF NOT PAU-PENDING
003630         PERFORM 9400-READ-PENDAUTF THRU 9400-EXIT
003640         GO TO 1400-EXIT
003650     END-IF.
003660     MOVE PAU-REQ-IMAGE TO F7-REQ-WORK.
003670     MOVE GZAB1 OF F7-REQ-WORK TO F7-LOOKUP-BRANCH.
003680     MOVE GZAN1 OF F7-REQ-WORK TO F7-LOOKUP-ACCOUNT.
003690     MOVE GZAS1 OF F7-REQ-WORK TO F7-LOOKUP-SUBACCT.
003700     MOVE PAU-AMOUNT TO F7-INFLIGHT-AMOUNT.
003710     PERFORM 4000-FIND-FUNDS-ENTRY THRU 4000-EXIT.
003720     IF F7-FUNDS-FOUND
003730         ADD F7-INFLIGHT-AMOUNT
003740             TO F7-FND-PENDING (F7-FND-LOOKUP-IDX)
003750     END-IF.
003760     PERFORM 9400-READ-PENDAUTF THRU 9400-EXIT.
003770 1400-EXIT.
003780     EXIT.
003790*-----------------------------------------------------------------
003800 2000-CHECK-ONE-LEG.
003810*-----------------------------------------------------------------
003820     IF F7-TRANVALF-EOF
003830         GO TO 2000-EXIT
003840     END-IF.
003850     ADD 1 TO F7-READ-COUNT.
003860     ADD 1 TO RST-RECORDS-IN.
003870     MOVE SPACES TO F7-REFER-REASON.
003880     MOVE SPACES TO F7-REFER-TEXT.
003890     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
003900     SET PSI-STAGE-FUNDS-CHECK TO TRUE.
003910     MOVE GZAB1 OF TRANSACTION-REQ TO F7-LOOKUP-BRANCH.
003920     MOVE GZAN1 OF TRANSACTION-REQ TO F7-LOOKUP-ACCOUNT.
003930     MOVE GZAS1 OF TRANSACTION-REQ TO F7-LOOKUP-SUBACCT.
003940     MOVE GZAMA1 OF TRANSACTION-REQ TO F7-AMOUNT-TEXT.
003950     IF F7-AMOUNT-TEXT IS NUMERIC
003960         MOVE F7-AMOUNT-NUMERIC TO F7-LEG-AMOUNT
003970     ELSE
003980         MOVE ZERO TO F7-LEG-AMOUNT
003990     END-IF.
004000     PERFORM 2100-CHECK-EXEMPTION THRU 2100-EXIT.
004010     IF F7-EXEMPT
004020         ADD 1 TO F7-EXEMPT-COUNT
004030         SET PSI-PASSED TO TRUE
004040         MOVE 'FUNDS CHECK EXEMPT ACCOUNT' TO PSI-STATUS-TEXT
004050         PERFORM 3000-PASS-LEG THRU 3000-EXIT
004060         GO TO 2000-READ-NEXT
004070     END-IF.
004080     PERFORM 2200-CHECK-FUNDS THRU 2200-EXIT.
004090     IF F7-REFER-REASON = SPACES
004100         SET PSI-PASSED TO TRUE
004110         MOVE 'PASSED FUNDS CHECK' TO PSI-STATUS-TEXT
004120         PERFORM 3000-PASS-LEG THRU 3000-EXIT
004130     ELSE
004140         SET PSI-REJECTED TO TRUE
004150         MOVE F7-REFER-TEXT TO PSI-STATUS-TEXT
004160         PERFORM 3500-REFER-LEG THRU 3500-EXIT
004170     END-IF.
004180 2000-READ-NEXT.
004190     PERFORM 9800-POST-STATUS-EVENT THRU 9800-EXIT.
004200     PERFORM 9500-READ-TRANVALF THRU 9500-EXIT.
004210 2000-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240 2100-CHECK-EXEMPTION.
004250*-----------------------------------------------------------------
004260*    AN EXEMPTION WITH A BLANK ACCOUNT COVERS THE WHOLE BRANCH;
004270*    ONE WITH A BLANK SUB-ACCOUNT COVERS EVERY SUFFIX OF THE
004280*    ACCOUNT.
004290     MOVE 'N' TO F7-EXEMPT-SW.
004300     IF F7-EXEMPT-COUNT-LOADED = ZERO
004310         GO TO 2100-EXIT
004320     END-IF.
004330     SET F7-EXM-LOOKUP-IDX TO 1.
004340     PERFORM 2110-SCAN-EXEMPTION THRU 2110-EXIT
004350         UNTIL F7-EXM-LOOKUP-IDX > F7-EXEMPT-COUNT-LOADED
004360            OR F7-EXEMPT.
004370 2100-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400 2110-SCAN-EXEMPTION.
004410*-----------------------------------------------------------------
004420     IF F7-EXM-BRANCH (F7-EXM-LOOKUP-IDX) = F7-LOOKUP-BRANCH
004430         IF F7-EXM-ACCOUNT (F7-EXM-LOOKUP-IDX) = SPACES
004440             SET F7-EXEMPT TO TRUE
004450             GO TO 2110-EXIT
004460         END-IF
004470         IF F7-EXM-ACCOUNT (F7-EXM-LOOKUP-IDX) = F7-LOOKUP-ACCOUNT
004480            AND (F7-EXM-SUBACCT (F7-EXM-LOOKUP-IDX) = SPACES
004490             OR F7-EXM-SUBACCT (F7-EXM-LOOKUP-IDX) =
004500                F7-LOOKUP-SUBACCT)
004510             SET F7-EXEMPT TO TRUE
004520             GO TO 2110-EXIT
004530         END-IF
004540     END-IF.
004550     SET F7-EXM-LOOKUP-IDX UP BY 1.
004560 2110-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590 2200-CHECK-FUNDS.
004600*-----------------------------------------------------------------
004610     MOVE ZERO TO F7-AVAILABLE.
004620     MOVE ZERO TO F7-SHORTFALL.
004630     PERFORM 4000-FIND-FUNDS-ENTRY THRU 4000-EXIT.
004640     IF NOT F7-FUNDS-FOUND
004650         MOVE 'NS' TO F7-REFER-REASON
004660         MOVE 'NO BALANCE SNAPSHOT' TO F7-REFER-TEXT
004670         MOVE F7-LEG-AMOUNT TO F7-SHORTFALL
004680         GO TO 2200-EXIT
004690     END-IF.
004700     IF F7-FND-ON-FILE-SW (F7-FND-LOOKUP-IDX) NOT = 'Y'
004710         MOVE 'NS' TO F7-REFER-REASON
004720         MOVE 'NO BALANCE SNAPSHOT' TO F7-REFER-TEXT
004730         MOVE F7-LEG-AMOUNT TO F7-SHORTFALL
004740         GO TO 2200-EXIT
004750     END-IF.
004753*    HZNABL ALREADY COUNTS THE UNDRAWN OVERDRAFT LIMIT, SO THE
004756*    LIMIT IS NOT ADDED AGAIN.
004760     COMPUTE F7-AVAILABLE =
004770           F7-FND-NABL (F7-FND-LOOKUP-IDX)
004790         - F7-FND-HELD (F7-FND-LOOKUP-IDX)
004800         - F7-FND-QUEUED (F7-FND-LOOKUP-IDX)
004810         - F7-FND-PARKED (F7-FND-LOOKUP-IDX)
004820         - F7-FND-PENDING (F7-FND-LOOKUP-IDX).
004830     IF F7-AVAILABLE < F7-LEG-AMOUNT
004840         MOVE 'IF' TO F7-REFER-REASON
004850         MOVE 'INSUFFICIENT FUNDS' TO F7-REFER-TEXT
004860         COMPUTE F7-SHORTFALL = F7-LEG-AMOUNT - F7-AVAILABLE
004870     ELSE
004880         ADD F7-LEG-AMOUNT TO F7-FND-QUEUED (F7-FND-LOOKUP-IDX)
004890     END-IF.
004900 2200-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930 3000-PASS-LEG.
004940*-----------------------------------------------------------------
004950     ADD 1 TO F7-PASSED-COUNT.
004960     ADD 1 TO RST-RECORDS-OUT.
004970     MOVE TRANSACTION-REQ TO TRANFNDF-RECORD.
004980     WRITE TRANFNDF-RECORD.
004990 3000-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020 3500-REFER-LEG.
005030*-----------------------------------------------------------------
005040     ADD 1 TO F7-REFER-COUNT.
005050     ADD 1 TO RST-REJECT-COUNT.
005060     MOVE SPACES TO INSUFFICIENT-FUNDS-REFERRAL-RECORD.
005070     MOVE PCREF  OF TRANSACTION-REQ TO IFR-PCREF.
005080     MOVE TRANSQ OF TRANSACTION-REQ TO IFR-TRANSQ.
005090     MOVE F7-LOOKUP-BRANCH  TO IFR-BRANCH.
005100     MOVE F7-LOOKUP-ACCOUNT TO IFR-ACCOUNT.
005110     MOVE F7-LOOKUP-SUBACCT TO IFR-SUBACCT.
005120     MOVE GZCCY1 OF TRANSACTION-REQ TO IFR-CCY.
005130     MOVE F7-LEG-AMOUNT TO IFR-AMOUNT.
005140     MOVE ZERO TO IFR-NET-AVAILABLE IFR-OVERDRAFT-LIMIT
005150                  IFR-HELD-AMOUNT IFR-QUEUED-DEBITS
005160                  IFR-PARKED-DEBITS IFR-PENDING-DEBITS.
005170     IF F7-FUNDS-FOUND
005180         MOVE F7-FND-NABL (F7-FND-LOOKUP-IDX)
005190             TO IFR-NET-AVAILABLE
005200         MOVE F7-FND-ODL (F7-FND-LOOKUP-IDX)
005210             TO IFR-OVERDRAFT-LIMIT
005220         MOVE F7-FND-HELD (F7-FND-LOOKUP-IDX)
005230             TO IFR-HELD-AMOUNT
005240         MOVE F7-FND-QUEUED (F7-FND-LOOKUP-IDX)
005250             TO IFR-QUEUED-DEBITS
005260         MOVE F7-FND-PARKED (F7-FND-LOOKUP-IDX)
005270             TO IFR-PARKED-DEBITS
005280         MOVE F7-FND-PENDING (F7-FND-LOOKUP-IDX)
005290             TO IFR-PENDING-DEBITS
005300     END-IF.
005310     MOVE F7-AVAILABLE TO IFR-AVAILABLE.
005320     MOVE F7-SHORTFALL TO IFR-SHORTFALL.
005330     MOVE F7-REFER-REASON TO IFR-REASON-CODE.
005340     MOVE F7-REFER-TEXT TO IFR-REASON-TEXT.
005350     MOVE F7-RUN-DATE TO IFR-CAPTURE-DATE.
005360     MOVE F7-RUN-TIME TO IFR-CAPTURE-TIME.
005370     MOVE TRANSACTION-REQ TO IFR-REQ-IMAGE.
005380     WRITE INSUFFICIENT-FUNDS-REFERRAL-RECORD.
005390     MOVE SPACES TO F7-DETAIL-LINE.
005400     MOVE PCREF  OF TRANSACTION-REQ TO F7-DTL-PCREF.
005410     MOVE TRANSQ OF TRANSACTION-REQ TO F7-DTL-TRANSQ.
005420     MOVE F7-LOOKUP-BRANCH  TO F7-DTL-BRANCH.
005430     MOVE F7-LOOKUP-ACCOUNT TO F7-DTL-ACCOUNT.
005440     MOVE F7-LOOKUP-SUBACCT TO F7-DTL-SUBACCT.
005450     MOVE GZCCY1 OF TRANSACTION-REQ TO F7-DTL-CCY.
005460     MOVE F7-LEG-AMOUNT TO F7-DTL-AMOUNT.
005470     MOVE F7-AVAILABLE TO F7-DTL-AVAILABLE.
005480     MOVE F7-SHORTFALL TO F7-DTL-SHORTFALL.
005490     MOVE F7-REFER-TEXT TO F7-DTL-REASON-TEXT.
005500     MOVE F7-DETAIL-LINE TO FUNDRPT-RECORD.
005510     WRITE FUNDRPT-RECORD.
005520 3500-EXIT.
005530     EXIT.
005540*-----------------------------------------------------------------
005550 4000-FIND-FUNDS-ENTRY.
005560*-----------------------------------------------------------------
005570*    FINDS THE ACCOUNT'S ENTRY BY F7-LOOKUP-KEY, STARTING AN
005575*    EMPTY ONE (NO SNAPSHOT YET) WHEN THE ACCOUNT IS NEW.  ONCE
005580*    THE SNAPSHOTS ARE LOADED, AN ACCOUNT THAT FINDS THE TABLE
005585*    FULL HAS NO SNAPSHOT AND ITS DEBITS ARE REFERRED.
005590     MOVE 'N' TO F7-FUNDS-FOUND-SW.
005600     IF F7-FUNDS-COUNT > ZERO
005610         SET F7-FND-LOOKUP-IDX TO 1
005620         PERFORM 4100-SCAN-FUNDS THRU 4100-EXIT
005630             UNTIL F7-FND-LOOKUP-IDX > F7-FUNDS-COUNT
005640                OR F7-FUNDS-FOUND
005650     END-IF.
005660     IF F7-FUNDS-FOUND
005670         GO TO 4000-EXIT
005680     END-IF.
005690     IF F7-FUNDS-COUNT NOT < 2000
005700         GO TO 4000-EXIT
005710     END-IF.
005720     ADD 1 TO F7-FUNDS-COUNT.
005730     SET F7-FND-LOOKUP-IDX TO F7-FUNDS-COUNT.
005740     MOVE F7-LOOKUP-BRANCH  TO F7-FND-BRANCH (F7-FND-LOOKUP-IDX).
005750     MOVE F7-LOOKUP-ACCOUNT TO F7-FND-ACCOUNT (F7-FND-LOOKUP-IDX).
005760     MOVE F7-LOOKUP-SUBACCT TO F7-FND-SUBACCT (F7-FND-LOOKUP-IDX).
005770     MOVE 'N' TO F7-FND-ON-FILE-SW (F7-FND-LOOKUP-IDX).
005780     MOVE ZERO TO F7-FND-CAPTURE-DATE (F7-FND-LOOKUP-IDX)
005790                  F7-FND-CAPTURE-TIME (F7-FND-LOOKUP-IDX)
005800                  F7-FND-NABL (F7-FND-LOOKUP-IDX)
005810                  F7-FND-ODL (F7-FND-LOOKUP-IDX)
005820                  F7-FND-HELD (F7-FND-LOOKUP-IDX)
005830                  F7-FND-QUEUED (F7-FND-LOOKUP-IDX)
005840                  F7-FND-PARKED (F7-FND-LOOKUP-IDX)
005850                  F7-FND-PENDING (F7-FND-LOOKUP-IDX).
005860     SET F7-FUNDS-FOUND TO TRUE.
005870 4000-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------------
005900 4100-SCAN-FUNDS.
005910*-----------------------------------------------------------------
005920     IF F7-FND-BRANCH (F7-FND-LOOKUP-IDX) = F7-LOOKUP-BRANCH
005930        AND F7-FND-ACCOUNT (F7-FND-LOOKUP-IDX) =
005940             F7-LOOKUP-ACCOUNT
005950        AND F7-FND-SUBACCT (F7-FND-LOOKUP-IDX) =
005960             F7-LOOKUP-SUBACCT
005970         SET F7-FUNDS-FOUND TO TRUE
005980     ELSE
005990         SET F7-FND-LOOKUP-IDX UP BY 1
006000     END-IF.
006010 4100-EXIT.
006020     EXIT.
006030*-----------------------------------------------------------------
006040 7000-PRINT-SUMMARY.
006050*-----------------------------------------------------------------
006060     MOVE F7-READ-COUNT   TO F7-SUM-READ.
006070     MOVE F7-PASSED-COUNT TO F7-SUM-PASSED.
006080     MOVE F7-EXEMPT-COUNT TO F7-SUM-EXEMPT.
006090     MOVE F7-REFER-COUNT  TO F7-SUM-REFERRED.
006100     MOVE F7-SUMMARY-LINE TO FUNDRPT-RECORD.
006110     WRITE FUNDRPT-RECORD.
006120 7000-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------------
006150 8000-TERMINATE.
006160*-----------------------------------------------------------------
006170     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
006180     CLOSE TRANVALF.
006190     CLOSE TRANFNDF.
006200     CLOSE FUNDREFF.
006210     CLOSE FUNDRPT.
006220     DISPLAY 'ESB087F: READ ' F7-READ-COUNT
006230         ' PASSED ' F7-PASSED-COUNT
006240         ' EXEMPT ' F7-EXEMPT-COUNT
006250         ' REFERRED ' F7-REFER-COUNT.
006260 8000-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290 9100-READ-FUNDEXF.
006300*-----------------------------------------------------------------
006310     READ FUNDEXF
006320         AT END
006330             SET F7-FUNDEXF-EOF TO TRUE
006340     END-READ.
006350 9100-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380 9200-READ-CUSTSNPF.
006390*-----------------------------------------------------------------
006400     READ CUSTSNPF
006410         AT END
006420             SET F7-CUSTSNPF-EOF TO TRUE
006430     END-READ.
006440 9200-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------------
006470 9300-READ-PARKEDF.
006480*-----------------------------------------------------------------
006490     READ PARKEDF
006500         AT END
006510             SET F7-PARKEDF-EOF TO TRUE
006520     END-READ.
006530 9300-EXIT.
006540     EXIT.
006550*-----------------------------------------------------------------
006560 9400-READ-PENDAUTF.
006570*-----------------------------------------------------------------
006580     READ PENDAUTF
006590         AT END
006600             SET F7-PENDAUTF-EOF TO TRUE
006610     END-READ.
006620 9400-EXIT.
006630     EXIT.
006640*-----------------------------------------------------------------
006650 9500-READ-TRANVALF.
006660*-----------------------------------------------------------------
006670     READ TRANVALF
006680         AT END
006690             SET F7-TRANVALF-EOF TO TRUE
006700     END-READ.
006710 9500-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------------
006740 9800-POST-STATUS-EVENT.
006750*-----------------------------------------------------------------
006760     MOVE PCREF  OF TRANSACTION-REQ TO PSI-PCREF.
006770     MOVE TRANSQ OF TRANSACTION-REQ TO PSI-TRANSQ.
006780     MOVE ZERO TO PSI-EVENT-SEQ.
006790     MOVE F7-RUN-DATE TO PSI-EVENT-DATE.
006800     MOVE F7-RUN-TIME TO PSI-EVENT-TIME.
006810     CALL 'ESB025U' USING PCREF-STATUS-INDEX-RECORD.
006820 9800-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850 9900-WRITE-RUN-STATS.
006860*-----------------------------------------------------------------
006870     MOVE 'ESB087F' TO RST-PROGRAM-ID.
006880     MOVE F7-RUN-DATE TO RST-BUSINESS-DATE.
006890     ACCEPT RST-END-TIME FROM TIME.
006900     MOVE '00' TO RST-WORST-STATUS.
006910     IF F7-TRANVALF-STATUS NOT = '00'
006920        AND F7-TRANVALF-STATUS NOT = '10'
006930         MOVE F7-TRANVALF-STATUS TO RST-WORST-STATUS
006940     END-IF.
006950     IF F7-TRANFNDF-STATUS NOT = '00'
006960        AND F7-TRANFNDF-STATUS NOT = '10'
006970         MOVE F7-TRANFNDF-STATUS TO RST-WORST-STATUS
006980     END-IF.
006990     IF F7-FUNDREFF-STATUS NOT = '00'
007000        AND F7-FUNDREFF-STATUS NOT = '10'
007010         MOVE F7-FUNDREFF-STATUS TO RST-WORST-STATUS
007020     END-IF.
007030     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
007040 9900-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070 9999-EXIT.
007080*-----------------------------------------------------------------
007090     EXIT.
