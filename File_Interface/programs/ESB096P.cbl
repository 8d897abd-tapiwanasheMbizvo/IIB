000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB096P
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    GROUP CASH POOLING AND ZERO-BALANCING.  THE CASH-POOL
000200*    DEFINITION FILE (POOLDEFF) NAMES, PER HZGRP ACCOUNT GROUP,
000210*    THE POOL'S HEADER ACCOUNT (AN 'H' RECORD) FOLLOWED BY EACH
000220*    PARTICIPANT ACCOUNT AND ITS TARGET BALANCE, ZERO OR A FLOOR
000230*    ('P' RECORDS).  FROM THE DAY'S BALANCE-ENQUIRY RESPONSES
000240*    (BALENQF) EVERY PARTICIPANT IS BROUGHT BACK TO ITS TARGET IN
000250*    ONE PASS OVER THE WHOLE POOL:  A SURPLUS IS SWEPT UP TO THE
000260*    HEADER ACCOUNT AND A DEFICIT FUNDED DOWN FROM IT.  THE LEGS
000270*    OF ONE POOL ARE BUILT AS TRANSACTION-REQS UNDER ONE
000280*    'P'-TAGGED PCREF (TRANSQ NUMBERING THE LEGS) AND QUEUED ON
000290*    POOLGENF FOR THE NORMAL PIPELINE, AS ESB033G QUEUES ITS
000300*    SINGLE-ACCOUNT SWEEPS.
000310*    A PARTICIPANT IS ONLY SWEPT WHEN ITS BALANCE RESPONSE
000320*    CARRIES THE POOL'S GROUP CODE (HZGRP) AND CURRENCY.  THE
000330*    CLEARED BALANCE HZCABL IS THE POSITION; AN ACCOUNT WITH NO
000340*    CLEARED BALANCE THAT HAS DRAWN ON ITS OVERDRAFT (HZNABL
000350*    BELOW HZODL, AS ESB059E MEASURES IT) IS OVERDRAWN BY THE
000360*    DIFFERENCE.
000370*    EACH PARTICIPANT'S INTERCOMPANY POSITION AGAINST THE HEADER
000380*    IS CARRIED FROM DAY TO DAY (POOLPOSO -> POOLPOSN) AND THE
000390*    POOL STATEMENT (POOLRPT) SHOWS, PER PARTICIPANT, THE SWEEP
000400*    IN OR OUT AND THE CUMULATIVE INTERCOMPANY BALANCE.
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY.
000430*    15-OCT-2026  TC   INITIAL VERSION.
000440******************************************************************
000450 PROGRAM-ID. ESB096P.
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-ZSERIES.
000490 OBJECT-COMPUTER. IBM-ZSERIES.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT BALENQF  ASSIGN TO BALENQF
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS P6-BALENQF-STATUS.
000550     SELECT POOLPOSO ASSIGN TO POOLPOSO
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS P6-POOLPOSO-STATUS.
000580     SELECT POOLDEFF ASSIGN TO POOLDEFF
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS P6-POOLDEFF-STATUS.
000610     SELECT POOLGENF ASSIGN TO POOLGENF
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS P6-POOLGENF-STATUS.
000640     SELECT POOLPOSN ASSIGN TO POOLPOSN
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS P6-POOLPOSN-STATUS.
000670     SELECT POOLRPT  ASSIGN TO POOLRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS P6-POOLRPT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  BALENQF
000730     RECORDING MODE IS F.
000740     COPY "Balance_Enquiry.cpy".
000750 FD  POOLPOSO
000760     RECORDING MODE IS F.
000770     COPY "Pool_Position.cpy".
000780 FD  POOLDEFF
000790     RECORDING MODE IS F.
000800     COPY "Cash_Pool_Definition.cpy".
000810 FD  POOLGENF
000820     RECORDING MODE IS F.
000830 01  POOLGENF-RECORD              PIC X(1816).
000840 FD  POOLPOSN
000850     RECORDING MODE IS F.
000860 01  POOLPOSN-RECORD              PIC X(090).
000870 FD  POOLRPT
000880     RECORDING MODE IS F.
000890 01  POOLRPT-RECORD               PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 01  P6-BALENQF-STATUS            PIC X(002) VALUE '00'.
000920     88 P6-BALENQF-OK                        VALUE '00'.
000930 01  P6-POOLPOSO-STATUS           PIC X(002) VALUE '00'.
000940     88 P6-POOLPOSO-OK                       VALUE '00'.
000950 01  P6-POOLDEFF-STATUS           PIC X(002) VALUE '00'.
000960     88 P6-POOLDEFF-OK                       VALUE '00'.
000970 01  P6-POOLGENF-STATUS           PIC X(002) VALUE '00'.
000980 01  P6-POOLPOSN-STATUS           PIC X(002) VALUE '00'.
000990 01  P6-POOLRPT-STATUS            PIC X(002) VALUE '00'.
001000 01  P6-SWITCHES.
001010     05 P6-BALENQF-EOF-SW         PIC X(001) VALUE 'N'.
001020        88 P6-BALENQF-EOF                    VALUE 'Y'.
001030     05 P6-POOLPOSO-EOF-SW        PIC X(001) VALUE 'N'.
001040        88 P6-POOLPOSO-EOF                   VALUE 'Y'.
001050     05 P6-POOLDEFF-EOF-SW        PIC X(001) VALUE 'N'.
001060        88 P6-POOLDEFF-EOF                   VALUE 'Y'.
001070     05 P6-FOUND-SW               PIC X(001) VALUE 'N'.
001080        88 P6-FOUND                          VALUE 'Y'.
001090     05 P6-POOL-OPEN-SW           PIC X(001) VALUE 'N'.
001100        88 P6-POOL-OPEN                      VALUE 'Y'.
001110 01  P6-DATE-TIME.
001120     05 P6-RUN-DATE               PIC 9(008) VALUE ZERO.
001130     05 P6-RUN-TIME               PIC 9(006) VALUE ZERO.
001140 01  P6-COUNTERS.
001150     05 P6-POOL-COUNT             PIC 9(005) VALUE ZERO.
001160     05 P6-PARTICIPANT-COUNT      PIC 9(007) VALUE ZERO.
001170     05 P6-SWEEP-COUNT            PIC 9(007) VALUE ZERO.
001180     05 P6-SKIP-COUNT             PIC 9(007) VALUE ZERO.
001190 01  P6-NEW-PCREF.
001200     05 P6-NEW-PCREF-DATE         PIC 9(008).
001210     05 P6-NEW-PCREF-TAG          PIC X(001) VALUE 'P'.
001220     05 P6-NEW-PCREF-SEQ          PIC 9(006) VALUE ZERO.
001230 01  P6-LEG-SEQ                   PIC 9(004) VALUE ZERO.
001240*    THE POOL BEING ASSEMBLED FROM ITS 'H' AND 'P' RECORDS.
001250 01  P6-POOL.
001260     05 P6-POOL-GROUP             PIC X(006).
001270     05 P6-POOL-BRANCH            PIC X(004).
001280     05 P6-POOL-ACCOUNT           PIC X(006).
001290     05 P6-POOL-SUBACCT           PIC X(003).
001300     05 P6-POOL-CCY               PIC X(003).
001310     05 P6-POOL-TCD-DEBIT         PIC X(003).
001320     05 P6-POOL-TCD-CREDIT        PIC X(003).
001330     05 P6-POOL-STATUS            PIC X(001).
001340        88 P6-POOL-ACTIVE                    VALUE 'A'.
001350     05 P6-POOL-NAME              PIC X(030).
001360 01  P6-POOL-NET                  PIC S9(015)V99 VALUE ZERO.
001370 01  P6-POOL-SWEPT                PIC 9(005) VALUE ZERO.
001380 01  P6-PART-COUNT                PIC 9(004) COMP VALUE ZERO.
001390 01  P6-PART-TABLE.
001400     05 P6-PRT-ENTRY OCCURS 200 TIMES
001410        INDEXED BY P6-PRT-IDX.
001420        10 P6-PRT-BRANCH          PIC X(004).
001430        10 P6-PRT-ACCOUNT         PIC X(006).
001440        10 P6-PRT-SUBACCT         PIC X(003).
001450        10 P6-PRT-TARGET          PIC 9(013)V99.
001460        10 P6-PRT-STATUS          PIC X(001).
001470 01  P6-POSITION                  PIC S9(015)V99 VALUE ZERO.
001480 01  P6-SWEEP-AMOUNT              PIC S9(015)V99 VALUE ZERO.
001490 01  P6-POST-AMOUNT               PIC 9(015)V99 VALUE ZERO.
001500 01  P6-SKIP-REASON               PIC X(030) VALUE SPACES.
001510 01  P6-AMOUNT-WORK.
001520     05 P6-AMOUNT-TEXT            PIC X(017).
001530     05 P6-AMOUNT-NUMERIC REDEFINES P6-AMOUNT-TEXT
001540                                  PIC 9(015)V99.
001550 01  P6-BALANCE-WORK.
001560     05 P6-BALANCE-TEXT           PIC X(016).
001570     05 P6-BALANCE-NUMERIC REDEFINES P6-BALANCE-TEXT
001580                                  PIC 9(014)V99.
001590 01  P6-NABL                      PIC 9(014)V99 VALUE ZERO.
001600 01  P6-ODL                       PIC 9(014)V99 VALUE ZERO.
001610 01  P6-BALANCE-COUNT             PIC 9(004) COMP VALUE ZERO.
001620 01  P6-BALANCE-TABLE.
001630     05 P6-BAL-ENTRY OCCURS 3000 TIMES
001640        INDEXED BY P6-BAL-IDX, P6-BAL-LOOKUP-IDX.
001650        10 P6-BAL-BRANCH          PIC X(004).
001660        10 P6-BAL-ACCOUNT         PIC X(006).
001670        10 P6-BAL-SUBACCT         PIC X(003).
001680        10 P6-BAL-GROUP           PIC X(006).
001690        10 P6-BAL-CCY             PIC X(003).
001700        10 P6-BAL-POSITION        PIC S9(015)V99.
001710 01  P6-POSITION-COUNT            PIC 9(004) COMP VALUE ZERO.
001720 01  P6-POSITION-TABLE.
001730     05 P6-POS-ENTRY OCCURS 3000 TIMES
001740        INDEXED BY P6-POS-IDX, P6-POS-LOOKUP-IDX.
001750        10 P6-POS-RECORD          PIC X(090).
001760 01  P6-CHECKSUM-WORK.
001770     05 P6-CHECKSUM-SOURCE        PIC X(040).
001780     05 P6-CHECKSUM-LENGTH        PIC 9(002) COMP.
001790     05 P6-CHECKSUM-RESULT        PIC 9(003).
001800 01  P6-CHK-ACCUM                 PIC 9(007) COMP.
001810 01  P6-CHK-WEIGHT                PIC 9(001) COMP.
001820 01  P6-CHK-BYTE-IDX              PIC 9(002) COMP.
001830 01  P6-CHK-BYTE-WORK             PIC X(001).
001840 01  P6-CHK-DIGIT-WORK REDEFINES P6-CHK-BYTE-WORK
001850                                  PIC 9(001).
001860 01  P6-CHK-QUOTIENT              PIC 9(004) COMP.
001870 01  P6-CHK-FIELD.
001880     05 P6-CHK-SIGN               PIC X(001).
001890     05 P6-CHK-VALUE              PIC 9(003).
001900 01  P6-HEADING-LINE.
001910     05 FILLER                    PIC X(036)
001920            VALUE 'CASH POOL STATEMENT                 '.
001930     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001940     05 P6-HDG-DATE               PIC 9(008).
001950     05 FILLER                    PIC X(083) VALUE SPACES.
001960 01  P6-POOL-LINE.
001970     05 FILLER                    PIC X(007) VALUE 'GROUP: '.
001980     05 P6-PLN-GROUP              PIC X(006).
001990     05 FILLER                    PIC X(002) VALUE SPACES.
002000     05 P6-PLN-NAME               PIC X(030).
002010     05 FILLER                    PIC X(010) VALUE '  HEADER: '.
002020     05 P6-PLN-BRANCH             PIC X(004).
002030     05 FILLER                    PIC X(001) VALUE '-'.
002040     05 P6-PLN-ACCOUNT            PIC X(006).
002050     05 FILLER                    PIC X(001) VALUE '-'.
002060     05 P6-PLN-SUBACCT            PIC X(003).
002070     05 FILLER                    PIC X(002) VALUE SPACES.
002080     05 P6-PLN-CCY                PIC X(003).
002090     05 FILLER                    PIC X(002) VALUE SPACES.
002100     05 P6-PLN-PCREF              PIC X(015).
002110     05 FILLER                    PIC X(040) VALUE SPACES.
002120 01  P6-COLUMN-LINE.
002130     05 FILLER                    PIC X(040)
002140            VALUE 'PARTICIPANT                BALANCE      '.
002150     05 FILLER                    PIC X(040)
002160            VALUE '     TARGET      SWEEP          AMOUNT  '.
002170     05 FILLER                    PIC X(040)
002180            VALUE '  INTERCOMPANY BAL  NOTE                '.
002190     05 FILLER                    PIC X(012) VALUE SPACES.
002200 01  P6-DETAIL-LINE.
002210     05 P6-DTL-BRANCH             PIC X(004).
002220     05 FILLER                    PIC X(001) VALUE '-'.
002230     05 P6-DTL-ACCOUNT            PIC X(006).
002240     05 FILLER                    PIC X(001) VALUE '-'.
002250     05 P6-DTL-SUBACCT            PIC X(003).
002260     05 FILLER                    PIC X(002) VALUE SPACES.
002270     05 P6-DTL-BALANCE            PIC -(014)9.99.
002280     05 FILLER                    PIC X(002) VALUE SPACES.
002290     05 P6-DTL-TARGET             PIC Z(012)9.99.
002300     05 FILLER                    PIC X(002) VALUE SPACES.
002310     05 P6-DTL-DIRECTION          PIC X(004).
002320     05 P6-DTL-SWEEP              PIC Z(013)9.99.
002330     05 FILLER                    PIC X(002) VALUE SPACES.
002340     05 P6-DTL-IC-BALANCE         PIC -(014)9.99.
002350     05 FILLER                    PIC X(002) VALUE SPACES.
002360     05 P6-DTL-NOTE               PIC X(030).
002370     05 FILLER                    PIC X(004) VALUE SPACES.
002380 01  P6-POOL-TOTAL-LINE.
002390     05 FILLER                    PIC X(020)
002400            VALUE 'PARTICIPANTS SWEPT  '.
002410     05 P6-PTL-SWEPT              PIC ZZZZ9.
002420     05 FILLER                    PIC X(026)
002430            VALUE '   NET TO HEADER ACCOUNT  '.
002440     05 P6-PTL-NET                PIC -(014)9.99.
002450     05 FILLER                    PIC X(063) VALUE SPACES.
002460 01  P6-SUMMARY-LINE.
002470     05 FILLER                    PIC X(008) VALUE 'POOLS   '.
002480     05 P6-SUM-POOLS              PIC ZZZZ9.
002490     05 FILLER                    PIC X(016)
002500            VALUE '  PARTICIPANTS  '.
002510     05 P6-SUM-PARTS              PIC ZZZZZZ9.
002520     05 FILLER                    PIC X(010) VALUE '  SWEPT   '.
002530     05 P6-SUM-SWEPT              PIC ZZZZZZ9.
002540     05 FILLER                    PIC X(010) VALUE '  SKIPPED '.
002550     05 P6-SUM-SKIPPED            PIC ZZZZZZ9.
002560     05 FILLER                    PIC X(062) VALUE SPACES.
002570 COPY "Transaction_Req.cpy".
002580 COPY "Run_Statistics.cpy".
002590 COPY "Pool_Position.cpy"
002600     REPLACING POOL-POSITION-RECORD BY P6-POSITION-WORK.
002605 COPY "Business_Date_Service.cpy".
002610 PROCEDURE DIVISION.
002620*-----------------------------------------------------------------
002630 0000-MAINLINE.
002640*-----------------------------------------------------------------
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660     PERFORM 2000-WORK-ONE-DEFINITION THRU 2000-EXIT
002670         UNTIL P6-POOLDEFF-EOF.
002680     IF P6-POOL-OPEN
002690         PERFORM 3000-RUN-POOL THRU 3000-EXIT
002700     END-IF.
002710     PERFORM 5000-WRITE-POSITIONS THRU 5000-EXIT.
002720     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002740     STOP RUN.
002750*-----------------------------------------------------------------
002760 1000-INITIALIZE.
002770*-----------------------------------------------------------------
002780     ACCEPT P6-RUN-DATE FROM DATE YYYYMMDD.
002781     MOVE SPACES TO BUSINESS-DATE-AREA.
002782     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002783     EVALUATE TRUE
002784         WHEN BDS-OK
002785             MOVE BDS-BUSINESS-DATE TO P6-RUN-DATE
002786         WHEN BDS-NOT-STARTED
002787             DISPLAY 'ESB096P: BUSINESS DATE NOT STARTED -'
002788                 ' RUN REFUSED'
002789             MOVE 8 TO RETURN-CODE
002790             STOP RUN
002791         WHEN OTHER
002792             CONTINUE
002793     END-EVALUATE.
002794     ACCEPT P6-RUN-TIME FROM TIME.
002800     ACCEPT RST-START-TIME FROM TIME.
002810     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002820                  RST-REJECT-COUNT.
002830     MOVE P6-RUN-DATE TO P6-NEW-PCREF-DATE.
002840     OPEN INPUT BALENQF.
002850     IF P6-BALENQF-OK
002860         PERFORM 9100-READ-BALENQF THRU 9100-EXIT
002870     ELSE
002880         SET P6-BALENQF-EOF TO TRUE
002890     END-IF.
002900     PERFORM 1100-LOAD-BALANCES THRU 1100-EXIT
002910         UNTIL P6-BALENQF-EOF.
002920     CLOSE BALENQF.
002930     OPEN INPUT POOLPOSO.
002940     IF P6-POOLPOSO-OK
002950         PERFORM 9200-READ-POOLPOSO THRU 9200-EXIT
002960     ELSE
002970         SET P6-POOLPOSO-EOF TO TRUE
002980     END-IF.
002990     PERFORM 1200-LOAD-POSITIONS THRU 1200-EXIT
003000         UNTIL P6-POOLPOSO-EOF.
003010     CLOSE POOLPOSO.
003020     OPEN INPUT POOLDEFF.
003030     IF P6-POOLDEFF-OK
003040         PERFORM 9300-READ-POOLDEFF THRU 9300-EXIT
003050     ELSE
003060         SET P6-POOLDEFF-EOF TO TRUE
003070     END-IF.
003080     OPEN OUTPUT POOLGENF.
003090     OPEN OUTPUT POOLPOSN.
003100     OPEN OUTPUT POOLRPT.
003110     MOVE P6-RUN-DATE TO P6-HDG-DATE.
003120     MOVE P6-HEADING-LINE TO POOLRPT-RECORD.
003130     WRITE POOLRPT-RECORD.
003140 1000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170 1100-LOAD-BALANCES.
003180*-----------------------------------------------------------------
003190     IF P6-BALANCE-COUNT < 3000
003200         ADD 1 TO P6-BALANCE-COUNT
003210         SET P6-BAL-IDX TO P6-BALANCE-COUNT
003220         MOVE HZAB OF BALANCE-ENQUIRY-BODY
003230             TO P6-BAL-BRANCH (P6-BAL-IDX)
003240         MOVE HZAN OF BALANCE-ENQUIRY-BODY
003250             TO P6-BAL-ACCOUNT (P6-BAL-IDX)
003260         MOVE HZAS OF BALANCE-ENQUIRY-BODY
003270             TO P6-BAL-SUBACCT (P6-BAL-IDX)
003280         MOVE HZGRP OF BALANCE-ENQUIRY-BODY
003290             TO P6-BAL-GROUP (P6-BAL-IDX)
003300         MOVE HZCCY OF BALANCE-ENQUIRY-BODY
003310             TO P6-BAL-CCY (P6-BAL-IDX)
003320         PERFORM 1110-DERIVE-POSITION THRU 1110-EXIT
003330         MOVE P6-POSITION TO P6-BAL-POSITION (P6-BAL-IDX)
003331     ELSE
003332*        A BALANCE LEFT OUT WOULD LEAVE ITS PARTICIPANT UNSWEPT,
003333*        SO A FULL TABLE STOPS THE RUN.
003334         DISPLAY 'ESB096P: BALANCE TABLE FULL AT '
003335             HZAB OF BALANCE-ENQUIRY-BODY
003336             HZAN OF BALANCE-ENQUIRY-BODY
003337             HZAS OF BALANCE-ENQUIRY-BODY ' - RUN REFUSED'
003338         MOVE 8 TO RETURN-CODE
003339         STOP RUN
003340     END-IF.
003350     PERFORM 9100-READ-BALENQF THRU 9100-EXIT.
003360 1100-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390 1110-DERIVE-POSITION.
003400*-----------------------------------------------------------------
003410*    THE CLEARED BALANCE; WHERE THERE IS NONE AND THE OVERDRAFT
003420*    IS DRAWN, THE DRAWN AMOUNT (HZODL LESS HZNABL) AS A DEBIT.
003430     MOVE ZERO TO P6-POSITION.
003440     MOVE HZCABL OF BALANCE-ENQUIRY-BODY TO P6-BALANCE-TEXT.
003450     IF P6-BALANCE-TEXT IS NUMERIC
003460        AND P6-BALANCE-NUMERIC > ZERO
003470         MOVE P6-BALANCE-NUMERIC TO P6-POSITION
003480         GO TO 1110-EXIT
003490     END-IF.
003500     MOVE HZNABL OF BALANCE-ENQUIRY-BODY TO P6-BALANCE-TEXT.
003510     IF P6-BALANCE-TEXT IS NUMERIC
003520         MOVE P6-BALANCE-NUMERIC TO P6-NABL
003530     ELSE
003540         MOVE ZERO TO P6-NABL
003550     END-IF.
003560     MOVE HZODL OF BALANCE-ENQUIRY-BODY TO P6-BALANCE-TEXT.
003570     IF P6-BALANCE-TEXT IS NUMERIC
003580         MOVE P6-BALANCE-NUMERIC TO P6-ODL
003590     ELSE
003600         MOVE ZERO TO P6-ODL
003610     END-IF.
003620     IF P6-ODL > P6-NABL
003630         COMPUTE P6-POSITION = P6-NABL - P6-ODL
003640     END-IF.
003650 1110-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680 1200-LOAD-POSITIONS.
003690*-----------------------------------------------------------------
003700     IF P6-POSITION-COUNT < 3000
003710         ADD 1 TO P6-POSITION-COUNT
003720         SET P6-POS-IDX TO P6-POSITION-COUNT
003730         MOVE POOL-POSITION-RECORD TO P6-POS-RECORD (P6-POS-IDX)
003740     ELSE
003745*        A POSITION LEFT OUT WOULD LOSE ITS INTERCOMPANY BALANCE
003750*        FROM THE NEW GENERATION.
003755         DISPLAY 'ESB096P: POSITION TABLE FULL AT '
003760             PPS-GROUP OF POOL-POSITION-RECORD ' '
003765             PPS-ACCOUNT OF POOL-POSITION-RECORD ' - RUN REFUSED'
003770         MOVE 8 TO RETURN-CODE
003775         STOP RUN
003780     END-IF.
003790     PERFORM 9200-READ-POOLPOSO THRU 9200-EXIT.
003800 1200-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830 2000-WORK-ONE-DEFINITION.
003840*-----------------------------------------------------------------
003850     ADD 1 TO RST-RECORDS-IN.
003860     EVALUATE TRUE
003870         WHEN CPD-POOL-HEADER
003880             IF P6-POOL-OPEN
003890                 PERFORM 3000-RUN-POOL THRU 3000-EXIT
003900             END-IF
003910             PERFORM 2100-OPEN-POOL THRU 2100-EXIT
003920         WHEN CPD-PARTICIPANT
003930             PERFORM 2200-ADD-PARTICIPANT THRU 2200-EXIT
003940         WHEN OTHER
003950             CONTINUE
003960     END-EVALUATE.
003970     PERFORM 9300-READ-POOLDEFF THRU 9300-EXIT.
003980 2000-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010 2100-OPEN-POOL.
004020*-----------------------------------------------------------------
004030     SET P6-POOL-OPEN TO TRUE.
004040     MOVE ZERO TO P6-PART-COUNT.
004050     MOVE CPD-GROUP       TO P6-POOL-GROUP.
004060     MOVE CPD-BRANCH      TO P6-POOL-BRANCH.
004070     MOVE CPD-ACCOUNT     TO P6-POOL-ACCOUNT.
004080     MOVE CPD-SUBACCT     TO P6-POOL-SUBACCT.
004090     MOVE CPD-CCY         TO P6-POOL-CCY.
004100     MOVE CPD-TCD-DEBIT   TO P6-POOL-TCD-DEBIT.
004110     MOVE CPD-TCD-CREDIT  TO P6-POOL-TCD-CREDIT.
004120     MOVE CPD-POOL-STATUS TO P6-POOL-STATUS.
004130     MOVE CPD-POOL-NAME   TO P6-POOL-NAME.
004140 2100-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170 2200-ADD-PARTICIPANT.
004180*-----------------------------------------------------------------
004190     IF NOT P6-POOL-OPEN
004200        OR CPD-GROUP NOT = P6-POOL-GROUP
004210         DISPLAY 'ESB096P: PARTICIPANT WITHOUT POOL HEADER '
004220             CPD-GROUP ' ' CPD-BRANCH CPD-ACCOUNT CPD-SUBACCT
004230         ADD 1 TO RST-REJECT-COUNT
004240         GO TO 2200-EXIT
004250     END-IF.
004260     IF P6-PART-COUNT NOT < 200
004270         DISPLAY 'ESB096P: POOL PARTICIPANT TABLE FULL '
004280             CPD-GROUP ' ' CPD-BRANCH CPD-ACCOUNT CPD-SUBACCT
004290         ADD 1 TO RST-REJECT-COUNT
004300         GO TO 2200-EXIT
004310     END-IF.
004320     ADD 1 TO P6-PART-COUNT.
004330     SET P6-PRT-IDX TO P6-PART-COUNT.
004340     MOVE CPD-BRANCH  TO P6-PRT-BRANCH (P6-PRT-IDX).
004350     MOVE CPD-ACCOUNT TO P6-PRT-ACCOUNT (P6-PRT-IDX).
004360     MOVE CPD-SUBACCT TO P6-PRT-SUBACCT (P6-PRT-IDX).
004370     IF CPD-ZERO-BALANCE
004380        OR CPD-TARGET-AMOUNT NOT NUMERIC
004390         MOVE ZERO TO P6-PRT-TARGET (P6-PRT-IDX)
004400     ELSE
004410         MOVE CPD-TARGET-AMOUNT TO P6-PRT-TARGET (P6-PRT-IDX)
004420     END-IF.
004430     MOVE CPD-PART-STATUS TO P6-PRT-STATUS (P6-PRT-IDX).
004440 2200-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470 3000-RUN-POOL.
004480*-----------------------------------------------------------------
004490     MOVE 'N' TO P6-POOL-OPEN-SW.
004500     ADD 1 TO P6-POOL-COUNT.
004510     MOVE ZERO TO P6-POOL-NET.
004520     MOVE ZERO TO P6-POOL-SWEPT.
004530     MOVE ZERO TO P6-LEG-SEQ.
004540     MOVE SPACES TO POOLRPT-RECORD.
004550     WRITE POOLRPT-RECORD.
004560     MOVE P6-POOL-GROUP   TO P6-PLN-GROUP.
004570     MOVE P6-POOL-NAME    TO P6-PLN-NAME.
004580     MOVE P6-POOL-BRANCH  TO P6-PLN-BRANCH.
004590     MOVE P6-POOL-ACCOUNT TO P6-PLN-ACCOUNT.
004600     MOVE P6-POOL-SUBACCT TO P6-PLN-SUBACCT.
004610     MOVE P6-POOL-CCY     TO P6-PLN-CCY.
004620     IF P6-POOL-ACTIVE
004630*        ALL OF ONE POOL'S LEGS GO UNDER ONE PCREF.
004640         ADD 1 TO P6-NEW-PCREF-SEQ
004650         MOVE P6-NEW-PCREF TO P6-PLN-PCREF
004660     ELSE
004670         MOVE 'POOL SUSPENDED' TO P6-PLN-PCREF
004680     END-IF.
004690     MOVE P6-POOL-LINE TO POOLRPT-RECORD.
004700     WRITE POOLRPT-RECORD.
004710     MOVE P6-COLUMN-LINE TO POOLRPT-RECORD.
004720     WRITE POOLRPT-RECORD.
004730     IF P6-PART-COUNT = ZERO
004740         GO TO 3000-EXIT
004750     END-IF.
004760     SET P6-PRT-IDX TO 1.
004770     PERFORM 3100-SWEEP-PARTICIPANT THRU 3100-EXIT
004780         UNTIL P6-PRT-IDX > P6-PART-COUNT.
004790     MOVE P6-POOL-SWEPT TO P6-PTL-SWEPT.
004800     MOVE P6-POOL-NET   TO P6-PTL-NET.
004810     MOVE P6-POOL-TOTAL-LINE TO POOLRPT-RECORD.
004820     WRITE POOLRPT-RECORD.
004830 3000-EXIT.
004840     EXIT.
004850*-----------------------------------------------------------------
004860 3100-SWEEP-PARTICIPANT.
004870*-----------------------------------------------------------------
004880     ADD 1 TO P6-PARTICIPANT-COUNT.
004890     MOVE SPACES TO P6-SKIP-REASON.
004900     MOVE ZERO TO P6-SWEEP-AMOUNT.
004910     MOVE ZERO TO P6-POSITION.
004920     PERFORM 3200-FIND-BALANCE THRU 3200-EXIT.
004930     PERFORM 3300-FIND-POSITION THRU 3300-EXIT.
004940     EVALUATE TRUE
004950         WHEN NOT P6-POOL-ACTIVE
004960             MOVE 'POOL SUSPENDED' TO P6-SKIP-REASON
004970         WHEN P6-PRT-STATUS (P6-PRT-IDX) = 'S'
004980             MOVE 'PARTICIPANT SUSPENDED' TO P6-SKIP-REASON
004990         WHEN P6-PRT-BRANCH (P6-PRT-IDX) = P6-POOL-BRANCH
005000          AND P6-PRT-ACCOUNT (P6-PRT-IDX) = P6-POOL-ACCOUNT
005010          AND P6-PRT-SUBACCT (P6-PRT-IDX) = P6-POOL-SUBACCT
005020             MOVE 'PARTICIPANT IS HEADER ACCOUNT'
005030                 TO P6-SKIP-REASON
005040         WHEN P6-BAL-LOOKUP-IDX > P6-BALANCE-COUNT
005050             MOVE 'NO BALANCE RESPONSE TODAY' TO P6-SKIP-REASON
005060         WHEN P6-BAL-GROUP (P6-BAL-LOOKUP-IDX) NOT = P6-POOL-GROUP
005070             MOVE 'NOT IN GROUP ON HZGRP' TO P6-SKIP-REASON
005080         WHEN P6-BAL-CCY (P6-BAL-LOOKUP-IDX) NOT = P6-POOL-CCY
005090             MOVE 'CURRENCY DIFFERS FROM POOL' TO P6-SKIP-REASON
005100         WHEN OTHER
005110             MOVE P6-BAL-POSITION (P6-BAL-LOOKUP-IDX)
005120                 TO P6-POSITION
005130             COMPUTE P6-SWEEP-AMOUNT =
005140                 P6-POSITION - P6-PRT-TARGET (P6-PRT-IDX)
005150     END-EVALUATE.
005160     IF P6-SKIP-REASON NOT = SPACES
005170         ADD 1 TO P6-SKIP-COUNT
005180         ADD 1 TO RST-REJECT-COUNT
005190     END-IF.
005200     IF P6-SWEEP-AMOUNT NOT = ZERO
005210        AND P6-LEG-SEQ < 9999
005220         PERFORM 4000-BUILD-SWEEP THRU 4000-EXIT
005230     END-IF.
005240     PERFORM 3400-REPORT-PARTICIPANT THRU 3400-EXIT.
005250     SET P6-PRT-IDX UP BY 1.
005260 3100-EXIT.
005270     EXIT.
005280*-----------------------------------------------------------------
005290 3200-FIND-BALANCE.
005300*-----------------------------------------------------------------
005310*    NOT FOUND LEAVES THE LOOKUP INDEX PAST THE LAST ENTRY.
005320     MOVE 'N' TO P6-FOUND-SW.
005330     SET P6-BAL-LOOKUP-IDX TO 1.
005340     IF P6-BALANCE-COUNT = ZERO
005350         GO TO 3200-EXIT
005360     END-IF.
005370     PERFORM 3210-SCAN-BALANCES THRU 3210-EXIT
005380         UNTIL P6-BAL-LOOKUP-IDX > P6-BALANCE-COUNT
005390            OR P6-FOUND.
005400 3200-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430 3210-SCAN-BALANCES.
005440*-----------------------------------------------------------------
005450     IF P6-BAL-BRANCH (P6-BAL-LOOKUP-IDX) =
005460             P6-PRT-BRANCH (P6-PRT-IDX)
005470        AND P6-BAL-ACCOUNT (P6-BAL-LOOKUP-IDX) =
005480             P6-PRT-ACCOUNT (P6-PRT-IDX)
005490        AND P6-BAL-SUBACCT (P6-BAL-LOOKUP-IDX) =
005500             P6-PRT-SUBACCT (P6-PRT-IDX)
005510         SET P6-FOUND TO TRUE
005520     ELSE
005530         SET P6-BAL-LOOKUP-IDX UP BY 1
005540     END-IF.
005550 3210-EXIT.
005560     EXIT.
005570*-----------------------------------------------------------------
005580 3300-FIND-POSITION.
005590*-----------------------------------------------------------------
005600*    THE PARTICIPANT'S INTERCOMPANY POSITION IS LEFT IN
005610*    P6-POSITION-WORK; A FIRST-TIME PARTICIPANT STARTS AT ZERO.
005620     MOVE 'N' TO P6-FOUND-SW.
005630     IF P6-POSITION-COUNT > ZERO
005640         SET P6-POS-LOOKUP-IDX TO 1
005650         PERFORM 3310-SCAN-POSITIONS THRU 3310-EXIT
005660             UNTIL P6-POS-LOOKUP-IDX > P6-POSITION-COUNT
005670                OR P6-FOUND
005680     END-IF.
005690     IF P6-FOUND
005700         GO TO 3300-EXIT
005710     END-IF.
005720     MOVE SPACES TO P6-POSITION-WORK.
005730     MOVE P6-POOL-GROUP TO PPS-GROUP OF P6-POSITION-WORK.
005740     MOVE P6-PRT-BRANCH (P6-PRT-IDX)
005750         TO PPS-BRANCH OF P6-POSITION-WORK.
005760     MOVE P6-PRT-ACCOUNT (P6-PRT-IDX)
005770         TO PPS-ACCOUNT OF P6-POSITION-WORK.
005780     MOVE P6-PRT-SUBACCT (P6-PRT-IDX)
005790         TO PPS-SUBACCT OF P6-POSITION-WORK.
005800     MOVE P6-POOL-BRANCH  TO PPS-HDR-BRANCH OF P6-POSITION-WORK.
005810     MOVE P6-POOL-ACCOUNT TO PPS-HDR-ACCOUNT OF P6-POSITION-WORK.
005820     MOVE P6-POOL-SUBACCT TO PPS-HDR-SUBACCT OF P6-POSITION-WORK.
005830     MOVE P6-POOL-CCY TO PPS-CCY OF P6-POSITION-WORK.
005840     MOVE ZERO TO PPS-IC-BALANCE OF P6-POSITION-WORK.
005850     MOVE ZERO TO PPS-LAST-SWEEP OF P6-POSITION-WORK.
005860     MOVE ZERO TO PPS-LAST-SWEEP-DATE OF P6-POSITION-WORK.
005870     IF P6-POSITION-COUNT < 3000
005880         ADD 1 TO P6-POSITION-COUNT
005890         SET P6-POS-LOOKUP-IDX TO P6-POSITION-COUNT
005900         MOVE P6-POSITION-WORK
005910             TO P6-POS-RECORD (P6-POS-LOOKUP-IDX)
005920     ELSE
005930         DISPLAY 'ESB096P: POSITION TABLE FULL AT '
005940             P6-POOL-GROUP ' ' P6-PRT-ACCOUNT (P6-PRT-IDX)
005942             ' - RUN REFUSED'
005944         MOVE 8 TO RETURN-CODE
005946         STOP RUN
005950     END-IF.
005960 3300-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------------
005990 3310-SCAN-POSITIONS.
006000*-----------------------------------------------------------------
006010     MOVE P6-POS-RECORD (P6-POS-LOOKUP-IDX) TO P6-POSITION-WORK.
006020     IF PPS-GROUP OF P6-POSITION-WORK = P6-POOL-GROUP
006030        AND PPS-BRANCH OF P6-POSITION-WORK =
006040             P6-PRT-BRANCH (P6-PRT-IDX)
006050        AND PPS-ACCOUNT OF P6-POSITION-WORK =
006060             P6-PRT-ACCOUNT (P6-PRT-IDX)
006070        AND PPS-SUBACCT OF P6-POSITION-WORK =
006080             P6-PRT-SUBACCT (P6-PRT-IDX)
006090         SET P6-FOUND TO TRUE
006100     ELSE
006110         SET P6-POS-LOOKUP-IDX UP BY 1
006120     END-IF.
006130 3310-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160 3400-REPORT-PARTICIPANT.
006170*-----------------------------------------------------------------
006180     MOVE P6-PRT-BRANCH (P6-PRT-IDX)  TO P6-DTL-BRANCH.
006190     MOVE P6-PRT-ACCOUNT (P6-PRT-IDX) TO P6-DTL-ACCOUNT.
006200     MOVE P6-PRT-SUBACCT (P6-PRT-IDX) TO P6-DTL-SUBACCT.
006210     MOVE P6-POSITION TO P6-DTL-BALANCE.
006220     MOVE P6-PRT-TARGET (P6-PRT-IDX) TO P6-DTL-TARGET.
006230     EVALUATE TRUE
006240         WHEN P6-SWEEP-AMOUNT > ZERO
006250             MOVE 'OUT ' TO P6-DTL-DIRECTION
006260             MOVE P6-SWEEP-AMOUNT TO P6-DTL-SWEEP
006270         WHEN P6-SWEEP-AMOUNT < ZERO
006280             MOVE 'IN  ' TO P6-DTL-DIRECTION
006290             COMPUTE P6-DTL-SWEEP = ZERO - P6-SWEEP-AMOUNT
006300         WHEN OTHER
006310             MOVE SPACES TO P6-DTL-DIRECTION
006320             MOVE ZERO TO P6-DTL-SWEEP
006330     END-EVALUATE.
006340     MOVE PPS-IC-BALANCE OF P6-POSITION-WORK TO P6-DTL-IC-BALANCE.
006350     IF P6-SKIP-REASON = SPACES
006360        AND P6-SWEEP-AMOUNT = ZERO
006370         MOVE 'AT TARGET' TO P6-DTL-NOTE
006380     ELSE
006390         MOVE P6-SKIP-REASON TO P6-DTL-NOTE
006400     END-IF.
006410     MOVE P6-DETAIL-LINE TO POOLRPT-RECORD.
006420     WRITE POOLRPT-RECORD.
006430 3400-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------------
006460 4000-BUILD-SWEEP.
006470*-----------------------------------------------------------------
006480*    A SURPLUS (POSITIVE SWEEP) IS DEBITED TO THE PARTICIPANT
006490*    AND CREDITED TO THE HEADER; A DEFICIT THE OTHER WAY ROUND.
006500     ADD 1 TO P6-LEG-SEQ.
006510     ADD 1 TO P6-SWEEP-COUNT.
006520     ADD 1 TO P6-POOL-SWEPT.
006530     ADD 1 TO RST-RECORDS-OUT.
006540     MOVE P6-NEW-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
006550     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
006560     MOVE P6-LEG-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
006570     MOVE P6-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
006580     IF P6-SWEEP-AMOUNT > ZERO
006590         MOVE P6-SWEEP-AMOUNT TO P6-POST-AMOUNT
006600         MOVE P6-PRT-BRANCH (P6-PRT-IDX)
006610             TO GZAB1 OF TRANSACTION-REQ-BODY
006620         MOVE P6-PRT-ACCOUNT (P6-PRT-IDX)
006630             TO GZAN1 OF TRANSACTION-REQ-BODY
006640         MOVE P6-PRT-SUBACCT (P6-PRT-IDX)
006650             TO GZAS1 OF TRANSACTION-REQ-BODY
006660         MOVE P6-POOL-BRANCH  TO GZAB2 OF TRANSACTION-REQ-BODY
006670         MOVE P6-POOL-ACCOUNT TO GZAN2 OF TRANSACTION-REQ-BODY
006680         MOVE P6-POOL-SUBACCT TO GZAS2 OF TRANSACTION-REQ-BODY
006690         MOVE 'CASH POOL SWEEP TO HEADER'
006700             TO GZNR1 OF TRANSACTION-REQ-BODY
006710     ELSE
006720         COMPUTE P6-POST-AMOUNT = ZERO - P6-SWEEP-AMOUNT
006730         MOVE P6-POOL-BRANCH  TO GZAB1 OF TRANSACTION-REQ-BODY
006740         MOVE P6-POOL-ACCOUNT TO GZAN1 OF TRANSACTION-REQ-BODY
006750         MOVE P6-POOL-SUBACCT TO GZAS1 OF TRANSACTION-REQ-BODY
006760         MOVE P6-PRT-BRANCH (P6-PRT-IDX)
006770             TO GZAB2 OF TRANSACTION-REQ-BODY
006780         MOVE P6-PRT-ACCOUNT (P6-PRT-IDX)
006790             TO GZAN2 OF TRANSACTION-REQ-BODY
006800         MOVE P6-PRT-SUBACCT (P6-PRT-IDX)
006810             TO GZAS2 OF TRANSACTION-REQ-BODY
006820         MOVE 'CASH POOL FUNDING FROM HEADER'
006830             TO GZNR1 OF TRANSACTION-REQ-BODY
006840     END-IF.
006850     MOVE GZAB1 OF TRANSACTION-REQ-BODY
006860         TO GZBRNM OF TRANSACTION-REQ-BODY.
006870     MOVE P6-POST-AMOUNT TO P6-AMOUNT-NUMERIC.
006880     MOVE P6-AMOUNT-TEXT TO GZAMA1 OF TRANSACTION-REQ-BODY.
006890     MOVE P6-AMOUNT-TEXT TO GZAMA2 OF TRANSACTION-REQ-BODY.
006900     MOVE P6-POOL-TCD-DEBIT  TO GZTCD1 OF TRANSACTION-REQ-BODY.
006910     MOVE P6-POOL-TCD-CREDIT TO GZTCD2 OF TRANSACTION-REQ-BODY.
006920     MOVE P6-POOL-CCY TO GZCCY1 OF TRANSACTION-REQ-BODY.
006930     MOVE P6-POOL-CCY TO GZCCY2 OF TRANSACTION-REQ-BODY.
006940     MOVE P6-POOL-GROUP TO GZDRF1 OF TRANSACTION-REQ-BODY.
006950     MOVE P6-POOL-GROUP TO GZDRF2 OF TRANSACTION-REQ-BODY.
006960     PERFORM 4600-STAMP-CHECK-DIGITS THRU 4600-EXIT.
006970     MOVE TRANSACTION-REQ TO POOLGENF-RECORD.
006980     WRITE POOLGENF-RECORD.
006990*    THE INTERCOMPANY POSITION MOVES BY THE SWEEP: MONEY SWEPT
007000*    UP IS OWED BACK TO THE PARTICIPANT, MONEY FUNDED IS OWED
007010*    TO THE HEADER.
007020     ADD P6-SWEEP-AMOUNT TO PPS-IC-BALANCE OF P6-POSITION-WORK.
007030     MOVE P6-SWEEP-AMOUNT TO PPS-LAST-SWEEP OF P6-POSITION-WORK.
007040     MOVE P6-RUN-DATE TO PPS-LAST-SWEEP-DATE OF P6-POSITION-WORK.
007050     IF P6-POS-LOOKUP-IDX NOT > P6-POSITION-COUNT
007060         MOVE P6-POSITION-WORK
007070             TO P6-POS-RECORD (P6-POS-LOOKUP-IDX)
007080     END-IF.
007090     ADD P6-SWEEP-AMOUNT TO P6-POOL-NET.
007100 4000-EXIT.
007110     EXIT.
007120*-----------------------------------------------------------------
007130 4600-STAMP-CHECK-DIGITS.
007140*-----------------------------------------------------------------
007150*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
007160*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C).
007170     MOVE SPACES TO P6-CHECKSUM-SOURCE.
007180     STRING GZAB1 OF TRANSACTION-REQ-BODY
007190            GZAN1 OF TRANSACTION-REQ-BODY
007200            GZAS1 OF TRANSACTION-REQ-BODY
007210            GZAB2 OF TRANSACTION-REQ-BODY
007220            GZAN2 OF TRANSACTION-REQ-BODY
007230            GZAS2 OF TRANSACTION-REQ-BODY
007240         DELIMITED BY SIZE INTO P6-CHECKSUM-SOURCE.
007250     MOVE 26 TO P6-CHECKSUM-LENGTH.
007260     PERFORM 4610-COMPUTE-CHECKSUM THRU 4610-EXIT.
007270     MOVE '0' TO P6-CHK-SIGN.
007280     MOVE P6-CHECKSUM-RESULT TO P6-CHK-VALUE.
007290     MOVE P6-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
007300     MOVE SPACES TO P6-CHECKSUM-SOURCE.
007310     STRING GZAMA1 OF TRANSACTION-REQ-BODY
007320            GZAMA2 OF TRANSACTION-REQ-BODY
007330         DELIMITED BY SIZE INTO P6-CHECKSUM-SOURCE.
007340     MOVE 34 TO P6-CHECKSUM-LENGTH.
007350     PERFORM 4610-COMPUTE-CHECKSUM THRU 4610-EXIT.
007360     MOVE '0' TO P6-CHK-SIGN.
007370     MOVE P6-CHECKSUM-RESULT TO P6-CHK-VALUE.
007380     MOVE P6-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
007390 4600-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------------
007420 4610-COMPUTE-CHECKSUM.
007430*-----------------------------------------------------------------
007440     MOVE ZERO TO P6-CHK-ACCUM.
007450     MOVE 1 TO P6-CHK-WEIGHT.
007460     MOVE 1 TO P6-CHK-BYTE-IDX.
007470     PERFORM 4620-SUM-ONE-BYTE THRU 4620-EXIT
007480         UNTIL P6-CHK-BYTE-IDX > P6-CHECKSUM-LENGTH.
007490     DIVIDE P6-CHK-ACCUM BY 1000 GIVING P6-CHK-QUOTIENT
007500         REMAINDER P6-CHECKSUM-RESULT.
007510 4610-EXIT.
007520     EXIT.
007530*-----------------------------------------------------------------
007540 4620-SUM-ONE-BYTE.
007550*-----------------------------------------------------------------
007560     MOVE P6-CHECKSUM-SOURCE (P6-CHK-BYTE-IDX : 1)
007570         TO P6-CHK-BYTE-WORK.
007580     IF P6-CHK-BYTE-WORK IS NUMERIC
007590         COMPUTE P6-CHK-ACCUM = P6-CHK-ACCUM
007600             + (P6-CHK-DIGIT-WORK * P6-CHK-WEIGHT)
007610         ADD 1 TO P6-CHK-WEIGHT
007620         IF P6-CHK-WEIGHT > 9
007630             MOVE 1 TO P6-CHK-WEIGHT
007640         END-IF
007650     END-IF.
007660     ADD 1 TO P6-CHK-BYTE-IDX.
007670 4620-EXIT.
007680     EXIT.
007690*-----------------------------------------------------------------
007700 5000-WRITE-POSITIONS.
007710*-----------------------------------------------------------------
007720     IF P6-POSITION-COUNT = ZERO
007730         GO TO 5000-EXIT
007740     END-IF.
007750     SET P6-POS-IDX TO 1.
007760     PERFORM 5100-WRITE-ONE-POSITION THRU 5100-EXIT
007770         UNTIL P6-POS-IDX > P6-POSITION-COUNT.
007780 5000-EXIT.
007790     EXIT.
007800*-----------------------------------------------------------------
007810 5100-WRITE-ONE-POSITION.
007820*-----------------------------------------------------------------
007830     MOVE P6-POS-RECORD (P6-POS-IDX) TO POOLPOSN-RECORD.
007840     WRITE POOLPOSN-RECORD.
007850     SET P6-POS-IDX UP BY 1.
007860 5100-EXIT.
007870     EXIT.
007880*-----------------------------------------------------------------
007890 7000-PRINT-SUMMARY.
007900*-----------------------------------------------------------------
007910     MOVE SPACES TO POOLRPT-RECORD.
007920     WRITE POOLRPT-RECORD.
007930     MOVE P6-POOL-COUNT        TO P6-SUM-POOLS.
007940     MOVE P6-PARTICIPANT-COUNT TO P6-SUM-PARTS.
007950     MOVE P6-SWEEP-COUNT       TO P6-SUM-SWEPT.
007960     MOVE P6-SKIP-COUNT        TO P6-SUM-SKIPPED.
007970     MOVE P6-SUMMARY-LINE TO POOLRPT-RECORD.
007980     WRITE POOLRPT-RECORD.
007990 7000-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------------
008020 8000-TERMINATE.
008030*-----------------------------------------------------------------
008040     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
008050     CLOSE POOLDEFF.
008060     CLOSE POOLGENF.
008070     CLOSE POOLPOSN.
008080     CLOSE POOLRPT.
008090     DISPLAY 'ESB096P: POOLS ' P6-POOL-COUNT
008100         ' PARTICIPANTS ' P6-PARTICIPANT-COUNT
008110         ' SWEPT ' P6-SWEEP-COUNT
008120         ' SKIPPED ' P6-SKIP-COUNT.
008130 8000-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160 9100-READ-BALENQF.
008170*-----------------------------------------------------------------
008180     READ BALENQF
008190         AT END
008200             SET P6-BALENQF-EOF TO TRUE
008210     END-READ.
008220 9100-EXIT.
008230     EXIT.
008240*-----------------------------------------------------------------
008250 9200-READ-POOLPOSO.
008260*-----------------------------------------------------------------
008270     READ POOLPOSO
008280         AT END
008290             SET P6-POOLPOSO-EOF TO TRUE
008300     END-READ.
008310 9200-EXIT.
008320     EXIT.
008330*-----------------------------------------------------------------
008340 9300-READ-POOLDEFF.
008350*-----------------------------------------------------------------
008360     READ POOLDEFF
008370         AT END
008380             SET P6-POOLDEFF-EOF TO TRUE
008390     END-READ.
008400 9300-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------------
008430 9900-WRITE-RUN-STATS.
008440*-----------------------------------------------------------------
008450     MOVE 'ESB096P' TO RST-PROGRAM-ID.
008460     MOVE P6-RUN-DATE TO RST-BUSINESS-DATE.
008470     ACCEPT RST-END-TIME FROM TIME.
008480     MOVE '00' TO RST-WORST-STATUS.
008490     IF P6-POOLGENF-STATUS NOT = '00'
008500         MOVE P6-POOLGENF-STATUS TO RST-WORST-STATUS
008510     END-IF.
008520     IF P6-POOLPOSN-STATUS NOT = '00'
008530         MOVE P6-POOLPOSN-STATUS TO RST-WORST-STATUS
008540     END-IF.
008550     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
008560 9900-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------------
008590 9999-EXIT.
008600*-----------------------------------------------------------------
008610     EXIT.
