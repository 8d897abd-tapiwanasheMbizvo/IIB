000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB101J
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    BACK-VALUE INTEREST ADJUSTMENT AND MONTHLY BACK-VALUATION
000200*    REPORT.  THE BACK-VALUE REGISTER (BVREGO -> BVREGN) TAKES ON
000210*    THE NIGHT'S EVENTS FROM ESB100V (BVEVTF).  A REFERRED LEG IS
000220*    SETTLED FROM THE PENDING-AUTHORIZATION QUEUE ONCE ESB041A
000230*    HAS APPROVED OR DECLINED IT.  FOR EVERY ACCEPTED LEG ON A
000240*    CUSTOMER ACCOUNT IN THE ESB022S SNAPSHOT THE INTEREST EFFECT
000250*    OF THE BACK-DATED PERIOD IS WORKED OUT: CALENDAR DAYS FROM
000260*    THE VALUE DATE TO THE BUSINESS DATE AT THE OVERDRAFT DEBIT
000270*    RATE (ODINTPRM) WHEN THE ACCOUNT IS DRAWN ON ITS LIMIT, ELSE
000280*    AT THE CREDIT RATE OF ITS PRODUCT AND TIER (CRRATEF).  A
000290*    BACK-VALUED DEBIT IS CHARGED TO THE CUSTOMER AND A
000300*    BACK-VALUED CREDIT PAID TO IT, AGAINST OVERDRAFT INTEREST
000310*    INCOME OR CREDIT INTEREST EXPENSE AS THE RATE DICTATES; THE
000320*    COMPENSATING TRANSACTION-REQS GO TO BVADJF UNDER ONE 'E'
000330*    PCREF.  A LEG ON AN ACCOUNT OUTSIDE THE SNAPSHOT (A LEDGER
000340*    ACCOUNT) HAS NO INTEREST EFFECT.  ON THE MONTH-END RUN THE
000350*    REGISTER IS SUMMED BY BRANCH AND OPERATOR (GZQUID) FOR
000360*    INTERNAL AUDIT AND THE SETTLED LEGS ARE CLEARED FROM IT.
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY.
000390*    15-OCT-2026  TC   INITIAL VERSION.
000400******************************************************************
000410 PROGRAM-ID. ESB101J.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-ZSERIES.
000450 OBJECT-COMPUTER. IBM-ZSERIES.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ODINTPRM ASSIGN TO ODINTPRM
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS J1-ODINTPRM-STATUS.
000510     SELECT CRINTPRM ASSIGN TO CRINTPRM
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS J1-CRINTPRM-STATUS.
000540     SELECT CRRATEF  ASSIGN TO CRRATEF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS J1-CRRATEF-STATUS.
000570     SELECT BVREGO   ASSIGN TO BVREGO
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS J1-BVREGO-STATUS.
000600     SELECT BVEVTF   ASSIGN TO BVEVTF
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS J1-BVEVTF-STATUS.
000630     SELECT PENDAUTF ASSIGN TO PENDAUTF
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS J1-PENDAUTF-STATUS.
000660     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS J1-CUSTSNPF-STATUS.
000690     SELECT BVREGN   ASSIGN TO BVREGN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS J1-BVREGN-STATUS.
000720     SELECT BVADJF   ASSIGN TO BVADJF
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS J1-BVADJF-STATUS.
000750     SELECT BVRPT    ASSIGN TO BVRPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS J1-BVRPT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ODINTPRM
000810     RECORDING MODE IS F.
000820     COPY "Overdraft_Interest_Param.cpy".
000830 FD  CRINTPRM
000840     RECORDING MODE IS F.
000850     COPY "Credit_Interest_Param.cpy".
000860 FD  CRRATEF
000870     RECORDING MODE IS F.
000880     COPY "Credit_Interest_Rate.cpy".
000890 FD  BVREGO
000900     RECORDING MODE IS F.
000910     COPY "Back_Value_Register.cpy".
000920 FD  BVEVTF
000930     RECORDING MODE IS F.
000940 01  BVEVTF-RECORD                PIC X(163).
000950 FD  PENDAUTF
000960     RECORDING MODE IS F.
000970     COPY "Pending_Authorization.cpy".
000980 FD  CUSTSNPF
000990     RECORDING MODE IS F.
001000     COPY "Customer_Snapshot.cpy".
001010 FD  BVREGN
001020     RECORDING MODE IS F.
001030 01  BVREGN-RECORD                PIC X(163).
001040 FD  BVADJF
001050     RECORDING MODE IS F.
001060 01  BVADJF-RECORD                PIC X(1816).
001070 FD  BVRPT
001080     RECORDING MODE IS F.
001090 01  BVRPT-RECORD                 PIC X(132).
001100 WORKING-STORAGE SECTION.
001110 01  J1-ODINTPRM-STATUS           PIC X(002) VALUE '00'.
001120     88 J1-ODINTPRM-OK                       VALUE '00'.
001130 01  J1-CRINTPRM-STATUS           PIC X(002) VALUE '00'.
001140     88 J1-CRINTPRM-OK                       VALUE '00'.
001150 01  J1-CRRATEF-STATUS            PIC X(002) VALUE '00'.
001160     88 J1-CRRATEF-OK                        VALUE '00'.
001170 01  J1-BVREGO-STATUS             PIC X(002) VALUE '00'.
001180     88 J1-BVREGO-OK                         VALUE '00'.
001190 01  J1-BVEVTF-STATUS             PIC X(002) VALUE '00'.
001200     88 J1-BVEVTF-OK                         VALUE '00'.
001210 01  J1-PENDAUTF-STATUS           PIC X(002) VALUE '00'.
001220     88 J1-PENDAUTF-OK                       VALUE '00'.
001230 01  J1-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
001240     88 J1-CUSTSNPF-OK                       VALUE '00'.
001250 01  J1-BVREGN-STATUS             PIC X(002) VALUE '00'.
001260 01  J1-BVADJF-STATUS             PIC X(002) VALUE '00'.
001270 01  J1-BVRPT-STATUS              PIC X(002) VALUE '00'.
001280 01  J1-SWITCHES.
001290     05 J1-ODINTPRM-EOF-SW        PIC X(001) VALUE 'N'.
001300        88 J1-ODINTPRM-EOF                   VALUE 'Y'.
001310     05 J1-CRINTPRM-EOF-SW        PIC X(001) VALUE 'N'.
001320        88 J1-CRINTPRM-EOF                   VALUE 'Y'.
001330     05 J1-CRRATEF-EOF-SW         PIC X(001) VALUE 'N'.
001340        88 J1-CRRATEF-EOF                    VALUE 'Y'.
001350     05 J1-BVREGO-EOF-SW          PIC X(001) VALUE 'N'.
001360        88 J1-BVREGO-EOF                     VALUE 'Y'.
001370     05 J1-BVEVTF-EOF-SW          PIC X(001) VALUE 'N'.
001380        88 J1-BVEVTF-EOF                     VALUE 'Y'.
001390     05 J1-PENDAUTF-EOF-SW        PIC X(001) VALUE 'N'.
001400        88 J1-PENDAUTF-EOF                   VALUE 'Y'.
001410     05 J1-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001420        88 J1-CUSTSNPF-EOF                   VALUE 'Y'.
001430     05 J1-SNAPSHOT-READ-SW       PIC X(001) VALUE 'N'.
001440        88 J1-SNAPSHOT-READ                  VALUE 'Y'.
001450     05 J1-RATE-FOUND-SW          PIC X(001) VALUE 'N'.
001460        88 J1-RATE-FOUND                     VALUE 'Y'.
001470     05 J1-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001480        88 J1-ENTRY-FOUND                    VALUE 'Y'.
001490     05 J1-SLOT-FOUND-SW          PIC X(001) VALUE 'N'.
001500        88 J1-SLOT-FOUND                     VALUE 'Y'.
001510     05 J1-MONTH-END-SW           PIC X(001) VALUE 'N'.
001520        88 J1-MONTH-END                      VALUE 'Y'.
001530 01  J1-DATE-TIME.
001540     05 J1-RUN-DATE               PIC 9(008) VALUE ZERO.
001550     05 J1-RUN-TIME               PIC 9(006) VALUE ZERO.
001560 01  J1-RUN-DATE-REDEF REDEFINES J1-DATE-TIME.
001570     05 J1-RUN-YEAR               PIC 9(004).
001580     05 J1-RUN-MONTH              PIC 9(002).
001590     05 J1-RUN-DAY                PIC 9(002).
001600     05 FILLER                    PIC X(006).
001610 01  J1-NEXT-JULIAN               PIC 9(007) COMP.
001620 01  J1-NEXT-BUS-DATE             PIC 9(008) VALUE ZERO.
001630 01  J1-NEXT-BUS-REDEF REDEFINES J1-NEXT-BUS-DATE.
001640     05 J1-NEXT-BUS-YEAR          PIC 9(004).
001650     05 J1-NEXT-BUS-MONTH         PIC 9(002).
001660     05 J1-NEXT-BUS-DAY           PIC 9(002).
001670 01  J1-COUNTERS.
001680     05 J1-CARRIED-COUNT          PIC 9(007) VALUE ZERO.
001690     05 J1-EVENT-COUNT            PIC 9(007) VALUE ZERO.
001700     05 J1-APPROVED-COUNT         PIC 9(007) VALUE ZERO.
001710     05 J1-DECLINED-COUNT         PIC 9(007) VALUE ZERO.
001720     05 J1-ADJUSTED-COUNT         PIC 9(007) VALUE ZERO.
001730     05 J1-NO-EFFECT-COUNT        PIC 9(007) VALUE ZERO.
001740     05 J1-WAITING-COUNT          PIC 9(007) VALUE ZERO.
001750     05 J1-CLEARED-COUNT          PIC 9(007) VALUE ZERO.
001760     05 J1-WRITTEN-COUNT          PIC 9(007) VALUE ZERO.
001770*    INTEREST ADJUSTMENTS CARRY THEIR OWN PCREF BATCH, TAGGED
001780*    'E' BETWEEN THE DATE AND THE SEQUENCE SO THEY CAN NEVER
001790*    COLLIDE WITH ANOTHER GENERATOR'S RANGE.
001800 01  J1-NEW-PCREF.
001810     05 J1-NEW-PCREF-DATE         PIC 9(008).
001820     05 J1-NEW-PCREF-TAG          PIC X(001) VALUE 'E'.
001830     05 J1-NEW-PCREF-SEQ          PIC 9(006).
001840 01  J1-LEG-SEQ                   PIC 9(004) VALUE ZERO.
001850 01  J1-RATE                      PIC 9(003)V9(006) VALUE ZERO.
001860 01  J1-DAY-BASIS                 PIC 9(003) VALUE ZERO.
001870 01  J1-INTEREST                  PIC 9(013)V99 VALUE ZERO.
001880 01  J1-TIER-SUB                  PIC 9(001) COMP VALUE ZERO.
001890 01  J1-TIER-LIMIT                PIC 9(001) COMP VALUE ZERO.
001900 01  J1-SHIFT-SUB                 PIC 9(004) COMP VALUE ZERO.
001910 01  J1-INSERT-SUB                PIC 9(004) COMP VALUE ZERO.
001920 01  J1-ACTION                    PIC X(010) VALUE SPACES.
001930 01  J1-GROUP-KEY.
001940     05 J1-KEY-BRANCH             PIC X(004).
001950     05 J1-KEY-OPERATOR           PIC X(010).
001960 01  J1-LEG.
001970     05 J1-LEG-GL-BRANCH          PIC X(004).
001980     05 J1-LEG-GL-ACCOUNT         PIC X(006).
001990     05 J1-LEG-GL-SUBACCT         PIC X(003).
002000     05 J1-LEG-TCD-DEBIT          PIC X(003).
002010     05 J1-LEG-TCD-CREDIT         PIC X(003).
002020 01  J1-AMOUNT-WORK.
002030     05 J1-AMOUNT-TEXT            PIC X(017).
002040     05 J1-AMOUNT-NUMERIC REDEFINES J1-AMOUNT-TEXT
002050                                  PIC 9(015)V99.
002060 01  J1-NARRATIVE-WORK.
002070     05 J1-NAR-TEXT               PIC X(021)
002080            VALUE 'BACK-VALUE INT ADJ '.
002090     05 J1-NAR-VALUE-DATE         PIC 9(008).
002100     05 FILLER                    PIC X(006) VALUE SPACES.
002110 01  J1-REGISTER-COUNT            PIC 9(004) COMP VALUE ZERO.
002120 01  J1-REGISTER-TABLE.
002130     05 J1-REG-ENTRY OCCURS 5000 TIMES
002140        INDEXED BY J1-REG-IDX, J1-REG-LOOKUP-IDX.
002150        10 J1-REG-IMAGE           PIC X(163).
002160*    THE ACCEPTED LEGS STILL TO BE ADJUSTED, BY ACCOUNT, EACH
002170*    POINTING BACK AT ITS REGISTER ENTRY.
002180 01  J1-WAIT-COUNT                PIC 9(004) COMP VALUE ZERO.
002190 01  J1-WAIT-TABLE.
002200     05 J1-WAIT-ENTRY OCCURS 1000 TIMES
002210        INDEXED BY J1-WAIT-IDX.
002220        10 J1-WAIT-HZAB           PIC X(004).
002230        10 J1-WAIT-HZAN           PIC X(006).
002240        10 J1-WAIT-HZAS           PIC X(003).
002250        10 J1-WAIT-REG-SUB        PIC 9(004) COMP.
002260        10 J1-WAIT-DONE-SW        PIC X(001).
002270 01  J1-RATE-COUNT                PIC 9(004) COMP VALUE ZERO.
002280 01  J1-RATE-TABLE.
002290     05 J1-RTE-ENTRY OCCURS 200 TIMES
002300        INDEXED BY J1-RTE-IDX, J1-RTE-LOOKUP-IDX.
002310        10 J1-RTE-HZAPP           PIC X(002).
002320        10 J1-RTE-HZACT           PIC X(002).
002330        10 J1-RTE-CCY             PIC X(003).
002340        10 J1-RTE-IMAGE           PIC X(139).
002350*    MONTH-END SUMMARY BY BRANCH AND OPERATOR, HELD IN KEY ORDER
002360*    AS IT IS BUILT.
002370 01  J1-GROUP-COUNT               PIC 9(004) COMP VALUE ZERO.
002380 01  J1-GROUP-TABLE.
002390     05 J1-GRP-ENTRY OCCURS 500 TIMES.
002400        10 J1-GRP-KEY             PIC X(014).
002410        10 J1-GRP-LEGS            PIC 9(007).
002420        10 J1-GRP-REFERRED        PIC 9(007).
002430        10 J1-GRP-VALUE           PIC 9(015)V99.
002440        10 J1-GRP-CHARGED         PIC 9(013)V99.
002450        10 J1-GRP-PAID            PIC 9(013)V99.
002460        10 J1-GRP-OPEN            PIC 9(007).
002470 01  J1-TOTALS.
002480     05 J1-TOT-LEGS               PIC 9(007) VALUE ZERO.
002490     05 J1-TOT-REFERRED           PIC 9(007) VALUE ZERO.
002500     05 J1-TOT-VALUE              PIC 9(015)V99 VALUE ZERO.
002510     05 J1-TOT-CHARGED            PIC 9(013)V99 VALUE ZERO.
002520     05 J1-TOT-PAID               PIC 9(013)V99 VALUE ZERO.
002530     05 J1-TOT-OPEN               PIC 9(007) VALUE ZERO.
002540 01  J1-CHECKSUM-WORK.
002550     05 J1-CHECKSUM-SOURCE        PIC X(040).
002560     05 J1-CHECKSUM-LENGTH        PIC 9(002) COMP.
002570     05 J1-CHECKSUM-RESULT        PIC 9(003).
002580 01  J1-CHK-ACCUM                 PIC 9(007) COMP.
002590 01  J1-CHK-WEIGHT                PIC 9(001) COMP.
002600 01  J1-CHK-BYTE-IDX              PIC 9(002) COMP.
002610 01  J1-CHK-BYTE-WORK             PIC X(001).
002620 01  J1-CHK-DIGIT-WORK REDEFINES J1-CHK-BYTE-WORK
002630                                  PIC 9(001).
002640 01  J1-CHK-QUOTIENT              PIC 9(004) COMP.
002650 01  J1-CHK-FIELD.
002660     05 J1-CHK-SIGN               PIC X(001).
002670     05 J1-CHK-VALUE              PIC 9(003).
002680 01  J1-HEADING-LINE.
002690     05 FILLER                    PIC X(037)
002700            VALUE 'BACK-VALUE INTEREST ADJUSTMENT       '.
002710     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002720     05 J1-HDG-DATE               PIC 9(008).
002730     05 FILLER                    PIC X(012) VALUE SPACES.
002740     05 J1-HDG-MONTH-END          PIC X(014).
002750     05 FILLER                    PIC X(056) VALUE SPACES.
002760 01  J1-COLUMN-LINE.
002770     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
002780     05 FILLER                    PIC X(005) VALUE 'LEG'.
002790     05 FILLER                    PIC X(005) VALUE 'CCY'.
002800     05 FILLER                    PIC X(019)
002810            VALUE '           AMOUNT  '.
002820     05 FILLER                    PIC X(010) VALUE 'VALUE DT'.
002830     05 FILLER                    PIC X(007) VALUE ' DAYS  '.
002840     05 FILLER                    PIC X(005) VALUE 'RATE'.
002850     05 FILLER                    PIC X(012) VALUE '    PERCENT'.
002860     05 FILLER                    PIC X(018)
002870            VALUE '        INTEREST  '.
002880     05 FILLER                    PIC X(034) VALUE 'ACTION'.
002890 01  J1-DETAIL-LINE.
002900     05 J1-DTL-BRANCH             PIC X(004).
002910     05 FILLER                    PIC X(001) VALUE SPACES.
002920     05 J1-DTL-ACCOUNT            PIC X(006).
002930     05 FILLER                    PIC X(001) VALUE SPACES.
002940     05 J1-DTL-SUBACCT            PIC X(003).
002950     05 FILLER                    PIC X(002) VALUE SPACES.
002960     05 J1-DTL-LEG                PIC X(003).
002970     05 FILLER                    PIC X(002) VALUE SPACES.
002980     05 J1-DTL-CCY                PIC X(003).
002990     05 FILLER                    PIC X(002) VALUE SPACES.
003000     05 J1-DTL-AMOUNT             PIC Z(013)9.99.
003010     05 FILLER                    PIC X(002) VALUE SPACES.
003020     05 J1-DTL-VALUE-DATE         PIC 9(008).
003030     05 FILLER                    PIC X(002) VALUE SPACES.
003040     05 J1-DTL-DAYS               PIC ZZZZ9.
003050     05 FILLER                    PIC X(002) VALUE SPACES.
003060     05 J1-DTL-BASIS              PIC X(003).
003070     05 FILLER                    PIC X(002) VALUE SPACES.
003080     05 J1-DTL-RATE               PIC ZZ9.999999.
003090     05 FILLER                    PIC X(002) VALUE SPACES.
003100     05 J1-DTL-INTEREST           PIC Z(012)9.99.
003110     05 FILLER                    PIC X(002) VALUE SPACES.
003120     05 J1-DTL-ACTION             PIC X(010).
003130     05 FILLER                    PIC X(024) VALUE SPACES.
003140 01  J1-SECTION-LINE.
003150     05 J1-SEC-TITLE              PIC X(060).
003160     05 FILLER                    PIC X(072) VALUE SPACES.
003170 01  J1-GROUP-COLUMN-LINE.
003180     05 FILLER                    PIC X(006) VALUE 'BRCH'.
003190     05 FILLER                    PIC X(012) VALUE 'OPERATOR'.
003200     05 FILLER                    PIC X(009) VALUE '     LEGS'.
003210     05 FILLER                    PIC X(009) VALUE ' REFERRED'.
003220     05 FILLER                    PIC X(020)
003230            VALUE '               VALUE'.
003240     05 FILLER                    PIC X(018)
003250            VALUE '  INTEREST CHARGED'.
003260     05 FILLER                    PIC X(018)
003270            VALUE '     INTEREST PAID'.
003280     05 FILLER                    PIC X(009) VALUE '     OPEN'.
003290     05 FILLER                    PIC X(031) VALUE SPACES.
003300 01  J1-GROUP-LINE.
003310     05 J1-GPL-BRANCH             PIC X(004).
003320     05 FILLER                    PIC X(002) VALUE SPACES.
003330     05 J1-GPL-OPERATOR           PIC X(010).
003340     05 FILLER                    PIC X(002) VALUE SPACES.
003350     05 J1-GPL-LEGS               PIC ZZZZZZ9.
003360     05 FILLER                    PIC X(002) VALUE SPACES.
003370     05 J1-GPL-REFERRED           PIC ZZZZZZ9.
003380     05 FILLER                    PIC X(002) VALUE SPACES.
003390     05 J1-GPL-VALUE              PIC Z(014)9.99.
003400     05 FILLER                    PIC X(002) VALUE SPACES.
003410     05 J1-GPL-CHARGED            PIC Z(012)9.99.
003420     05 FILLER                    PIC X(002) VALUE SPACES.
003430     05 J1-GPL-PAID               PIC Z(012)9.99.
003440     05 FILLER                    PIC X(002) VALUE SPACES.
003450     05 J1-GPL-OPEN               PIC ZZZZZZ9.
003460     05 FILLER                    PIC X(033) VALUE SPACES.
003470 01  J1-SUMMARY-LINE.
003480     05 FILLER                    PIC X(008) VALUE 'EVENTS '.
003490     05 J1-SUM-EVENTS             PIC ZZZZZZ9.
003500     05 FILLER                    PIC X(011) VALUE '  APPROVED '.
003510     05 J1-SUM-APPROVED           PIC ZZZZZZ9.
003520     05 FILLER                    PIC X(011) VALUE '  DECLINED '.
003530     05 J1-SUM-DECLINED           PIC ZZZZZZ9.
003540     05 FILLER                    PIC X(011) VALUE '  ADJUSTED '.
003550     05 J1-SUM-ADJUSTED           PIC ZZZZZZ9.
003560     05 FILLER                    PIC X(013) VALUE '  NO EFFECT '.
003570     05 J1-SUM-NO-EFFECT          PIC ZZZZZZ9.
003580     05 FILLER                    PIC X(010) VALUE '  WAITING '.
003590     05 J1-SUM-WAITING            PIC ZZZZZZ9.
003600     05 FILLER                    PIC X(026) VALUE SPACES.
003610 COPY "Business_Date_Service.cpy".
003620 COPY "Date_Service.cpy".
003630 COPY "Transaction_Req.cpy".
003640 COPY "Run_Statistics.cpy".
003650 COPY "Back_Value_Register.cpy"
003660     REPLACING BACK-VALUE-REGISTER-RECORD BY J1-REGISTER-WORK.
003670 COPY "Overdraft_Interest_Param.cpy"
003680     REPLACING OVERDRAFT-INTEREST-PARAM-RECORD
003690            BY J1-OD-PARAM-WORK.
003700 COPY "Credit_Interest_Param.cpy"
003710     REPLACING CREDIT-INTEREST-PARAM-RECORD BY J1-CR-PARAM-WORK.
003720 COPY "Credit_Interest_Rate.cpy"
003730     REPLACING CREDIT-INTEREST-RATE-RECORD BY J1-RATE-WORK.
003740 PROCEDURE DIVISION.
003750*-----------------------------------------------------------------
003760 0000-MAINLINE.
003770*-----------------------------------------------------------------
003780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003790     PERFORM 2000-SETTLE-REFERRALS THRU 2000-EXIT.
003800     PERFORM 3000-ADJUST-INTEREST THRU 3000-EXIT.
003810     IF J1-MONTH-END
003820         PERFORM 4000-MONTH-END-REPORT THRU 4000-EXIT
003830     END-IF.
003840     PERFORM 5000-WRITE-NEW-REGISTER THRU 5000-EXIT.
003850     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003860     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003870     STOP RUN.
003880*-----------------------------------------------------------------
003890 1000-INITIALIZE.
003900*-----------------------------------------------------------------
003910     ACCEPT J1-RUN-DATE FROM DATE YYYYMMDD.
003920     MOVE SPACES TO BUSINESS-DATE-AREA.
003930     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003940     EVALUATE TRUE
003950         WHEN BDS-OK
003960             MOVE BDS-BUSINESS-DATE TO J1-RUN-DATE
003970         WHEN BDS-NOT-STARTED
003980             DISPLAY 'ESB101J: BUSINESS DATE NOT STARTED -'
003990                 ' RUN REFUSED'
004000             MOVE 8 TO RETURN-CODE
004010             STOP RUN
004020         WHEN OTHER
004030             CONTINUE
004040     END-EVALUATE.
004050     ACCEPT J1-RUN-TIME FROM TIME.
004060     ACCEPT RST-START-TIME FROM TIME.
004070     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
004080                  RST-REJECT-COUNT.
004090     MOVE J1-RUN-DATE TO J1-NEW-PCREF-DATE.
004100     MOVE 1 TO J1-NEW-PCREF-SEQ.
004110     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
004120     OPEN INPUT CRRATEF.
004130     IF J1-CRRATEF-OK
004140         PERFORM 9300-READ-CRRATEF THRU 9300-EXIT
004150     ELSE
004160         SET J1-CRRATEF-EOF TO TRUE
004170     END-IF.
004180     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
004190         UNTIL J1-CRRATEF-EOF.
004200     CLOSE CRRATEF.
004210     OPEN INPUT BVREGO.
004220     IF J1-BVREGO-OK
004230         PERFORM 9400-READ-BVREGO THRU 9400-EXIT
004240     ELSE
004250         SET J1-BVREGO-EOF TO TRUE
004260     END-IF.
004270     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT
004280         UNTIL J1-BVREGO-EOF.
004290     CLOSE BVREGO.
004300     OPEN INPUT BVEVTF.
004310     IF J1-BVEVTF-OK
004320         PERFORM 9500-READ-BVEVTF THRU 9500-EXIT
004330     ELSE
004340         SET J1-BVEVTF-EOF TO TRUE
004350     END-IF.
004360     PERFORM 1400-LOAD-EVENT THRU 1400-EXIT
004370         UNTIL J1-BVEVTF-EOF.
004380     CLOSE BVEVTF.
004390     PERFORM 1600-SET-PERIOD-FLAGS THRU 1600-EXIT.
004400     OPEN OUTPUT BVREGN.
004410     OPEN OUTPUT BVADJF.
004420     OPEN OUTPUT BVRPT.
004430     MOVE J1-RUN-DATE TO J1-HDG-DATE.
004440     MOVE SPACES TO J1-HDG-MONTH-END.
004450     IF J1-MONTH-END
004460         MOVE 'MONTH-END RUN ' TO J1-HDG-MONTH-END
004470     END-IF.
004480     MOVE J1-HEADING-LINE TO BVRPT-RECORD.
004490     WRITE BVRPT-RECORD.
004500     MOVE J1-COLUMN-LINE TO BVRPT-RECORD.
004510     WRITE BVRPT-RECORD.
004520 1000-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550 1100-LOAD-PARAMETERS.
004560*-----------------------------------------------------------------
004570*    THE DEBIT RATE, BASIS AND INCOME ACCOUNT ARE THE ONES THE
004580*    OVERDRAFT ENGINE (ESB057D) CHARGES WITH; THE BASIS AND
004590*    EXPENSE ACCOUNT FOR CREDIT INTEREST ARE THE ESB098I ONES.
004600     MOVE SPACES TO J1-OD-PARAM-WORK.
004610     MOVE SPACES TO J1-CR-PARAM-WORK.
004620     OPEN INPUT ODINTPRM.
004630     IF J1-ODINTPRM-OK
004640         PERFORM 9100-READ-ODINTPRM THRU 9100-EXIT
004650         IF NOT J1-ODINTPRM-EOF
004660             MOVE OVERDRAFT-INTEREST-PARAM-RECORD
004670                 TO J1-OD-PARAM-WORK
004680         END-IF
004690     END-IF.
004700     CLOSE ODINTPRM.
004710     OPEN INPUT CRINTPRM.
004720     IF J1-CRINTPRM-OK
004730         PERFORM 9200-READ-CRINTPRM THRU 9200-EXIT
004740         IF NOT J1-CRINTPRM-EOF
004750             MOVE CREDIT-INTEREST-PARAM-RECORD
004760                 TO J1-CR-PARAM-WORK
004770         END-IF
004780     END-IF.
004790     CLOSE CRINTPRM.
004800     IF ODP-ANNUAL-RATE-PCT OF J1-OD-PARAM-WORK NOT NUMERIC
004810         MOVE ZERO TO ODP-ANNUAL-RATE-PCT OF J1-OD-PARAM-WORK
004820     END-IF.
004830     IF ODP-DAY-BASIS OF J1-OD-PARAM-WORK NOT NUMERIC
004840        OR ODP-DAY-BASIS OF J1-OD-PARAM-WORK = ZERO
004850         MOVE 365 TO ODP-DAY-BASIS OF J1-OD-PARAM-WORK
004860     END-IF.
004870     IF CIP-DAY-BASIS OF J1-CR-PARAM-WORK NOT NUMERIC
004880        OR CIP-DAY-BASIS OF J1-CR-PARAM-WORK = ZERO
004890         MOVE 365 TO CIP-DAY-BASIS OF J1-CR-PARAM-WORK
004900     END-IF.
004910     IF ODP-INCOME-ACCOUNT OF J1-OD-PARAM-WORK = SPACES
004920         DISPLAY 'ESB101J: OVERDRAFT INCOME ACCOUNT NOT'
004930             ' MAINTAINED - DEBIT-RATE ADJUSTMENTS HELD'
004940     END-IF.
004950     IF CIP-EXPENSE-ACCOUNT OF J1-CR-PARAM-WORK = SPACES
004960         DISPLAY 'ESB101J: CREDIT INTEREST EXPENSE ACCOUNT NOT'
004970             ' MAINTAINED - CREDIT-RATE ADJUSTMENTS HELD'
004980     END-IF.
004990 1100-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020 1200-LOAD-RATE-TABLE.
005030*-----------------------------------------------------------------
005040     IF J1-RATE-COUNT < 200
005050         ADD 1 TO J1-RATE-COUNT
005060         SET J1-RTE-IDX TO J1-RATE-COUNT
005070         MOVE CIR-HZAPP OF CREDIT-INTEREST-RATE-RECORD
005080             TO J1-RTE-HZAPP (J1-RTE-IDX)
005090         MOVE CIR-HZACT OF CREDIT-INTEREST-RATE-RECORD
005100             TO J1-RTE-HZACT (J1-RTE-IDX)
005110         MOVE CIR-CCY OF CREDIT-INTEREST-RATE-RECORD
005120             TO J1-RTE-CCY (J1-RTE-IDX)
005130         MOVE CREDIT-INTEREST-RATE-RECORD
005140             TO J1-RTE-IMAGE (J1-RTE-IDX)
005150     ELSE
005154*        A PRODUCT LEFT OUT WOULD RESOLVE TO A ZERO CREDIT RATE
005158*        AND ITS LEGS WOULD SHOW NO EFFECT, SO A FULL TABLE STOPS
005162*        THE RUN BEFORE ANY OUTPUT IS OPENED.
005166         DISPLAY 'ESB101J: RATE TABLE FULL AT '
005170             CIR-HZAPP OF CREDIT-INTEREST-RATE-RECORD
005172             ' - RUN REFUSED'
005174         MOVE 8 TO RETURN-CODE
005176         STOP RUN
005180     END-IF.
005190     PERFORM 9300-READ-CRRATEF THRU 9300-EXIT.
005200 1200-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------------
005230 1300-LOAD-REGISTER.
005240*-----------------------------------------------------------------
005250     IF J1-REGISTER-COUNT < 5000
005260         ADD 1 TO J1-REGISTER-COUNT
005270         ADD 1 TO J1-CARRIED-COUNT
005280         SET J1-REG-IDX TO J1-REGISTER-COUNT
005290         MOVE BACK-VALUE-REGISTER-RECORD
005300             TO J1-REG-IMAGE (J1-REG-IDX)
005310     ELSE
005320         DISPLAY 'ESB101J: REGISTER FULL AT '
005330             BVR-PCREF OF BACK-VALUE-REGISTER-RECORD
005335             ' - RUN REFUSED'
005340         MOVE 8 TO RETURN-CODE
005345         STOP RUN
005350     END-IF.
005360     PERFORM 9400-READ-BVREGO THRU 9400-EXIT.
005370 1300-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------------
005400 1400-LOAD-EVENT.
005410*-----------------------------------------------------------------
005420     ADD 1 TO RST-RECORDS-IN.
005430     IF J1-REGISTER-COUNT < 5000
005440         ADD 1 TO J1-REGISTER-COUNT
005450         ADD 1 TO J1-EVENT-COUNT
005460         SET J1-REG-IDX TO J1-REGISTER-COUNT
005470         MOVE BVEVTF-RECORD TO J1-REG-IMAGE (J1-REG-IDX)
005480     ELSE
005488         DISPLAY 'ESB101J: REGISTER FULL AT '
005496             BVEVTF-RECORD (1 : 24) ' - RUN REFUSED'
005504         MOVE 8 TO RETURN-CODE
005512         STOP RUN
005520     END-IF.
005530     PERFORM 9500-READ-BVEVTF THRU 9500-EXIT.
005540 1400-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570 1600-SET-PERIOD-FLAGS.
005580*-----------------------------------------------------------------
005590*    MONTH END IS THE LAST BUSINESS NIGHT OF THE MONTH: THE NEXT
005600*    BUSINESS DAY (ESB060C, ELSE THE NEXT CALENDAR DAY) FALLS IN
005610*    ANOTHER MONTH.
005620     COMPUTE J1-NEXT-JULIAN =
005630         FUNCTION INTEGER-OF-DATE(J1-RUN-DATE) + 1.
005640     COMPUTE J1-NEXT-BUS-DATE =
005650         FUNCTION DATE-OF-INTEGER(J1-NEXT-JULIAN).
005660     MOVE SPACES TO DATE-SERVICE-AREA.
005670     SET DSV-ROLL-FORWARD TO TRUE.
005680     MOVE J1-NEXT-BUS-DATE TO DSV-DATE-1.
005690     CALL 'ESB060C' USING DATE-SERVICE-AREA.
005700     IF DSV-RESULT-DATE IS NUMERIC
005710        AND DSV-RESULT-DATE > ZERO
005720         MOVE DSV-RESULT-DATE TO J1-NEXT-BUS-DATE
005730     END-IF.
005740     IF J1-NEXT-BUS-MONTH NOT = J1-RUN-MONTH
005750         SET J1-MONTH-END TO TRUE
005760     END-IF.
005770 1600-EXIT.
005780     EXIT.
005790*-----------------------------------------------------------------
005800 2000-SETTLE-REFERRALS.
005810*-----------------------------------------------------------------
005820*    ONLY DISPOSED ITEMS ON THE QUEUE MATTER; ONE STILL PENDING
005830*    LEAVES ITS LEGS REFERRED IN THE REGISTER.
005840     OPEN INPUT PENDAUTF.
005850     IF J1-PENDAUTF-OK
005860         PERFORM 9600-READ-PENDAUTF THRU 9600-EXIT
005870     ELSE
005880         SET J1-PENDAUTF-EOF TO TRUE
005890     END-IF.
005900     PERFORM 2100-SETTLE-ONE-ITEM THRU 2100-EXIT
005910         UNTIL J1-PENDAUTF-EOF.
005920     CLOSE PENDAUTF.
005930 2000-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960 2100-SETTLE-ONE-ITEM.
005970*-----------------------------------------------------------------
005980     IF PAU-PENDING
005990        OR J1-REGISTER-COUNT = ZERO
006000         GO TO 2100-NEXT
006010     END-IF.
006020     SET J1-REG-LOOKUP-IDX TO 1.
006030     PERFORM 2110-SETTLE-ONE-LEG THRU 2110-EXIT
006040         UNTIL J1-REG-LOOKUP-IDX > J1-REGISTER-COUNT.
006050 2100-NEXT.
006060     PERFORM 9600-READ-PENDAUTF THRU 9600-EXIT.
006070 2100-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100 2110-SETTLE-ONE-LEG.
006110*-----------------------------------------------------------------
006120     MOVE J1-REG-IMAGE (J1-REG-LOOKUP-IDX) TO J1-REGISTER-WORK.
006130     IF BVR-REFERRED OF J1-REGISTER-WORK
006140        AND BVR-PCREF OF J1-REGISTER-WORK = PAU-PCREF
006150        AND BVR-TRANSQ OF J1-REGISTER-WORK = PAU-TRANSQ
006160         IF PAU-APPROVED
006170             SET BVR-ACCEPTED OF J1-REGISTER-WORK TO TRUE
006180             ADD 1 TO J1-APPROVED-COUNT
006190         ELSE
006200             SET BVR-DECLINED OF J1-REGISTER-WORK TO TRUE
006210             ADD 1 TO J1-DECLINED-COUNT
006220         END-IF
006230         MOVE J1-REGISTER-WORK TO J1-REG-IMAGE (J1-REG-LOOKUP-IDX)
006240     END-IF.
006250     SET J1-REG-LOOKUP-IDX UP BY 1.
006260 2110-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290 3000-ADJUST-INTEREST.
006300*-----------------------------------------------------------------
006310*    THE ACCEPTED LEGS ARE LISTED BY ACCOUNT SO THE SNAPSHOT IS
006320*    PASSED ONCE; WITH NOTHING ACCEPTED IT IS NOT READ AT ALL.
006330     IF J1-REGISTER-COUNT > ZERO
006340         SET J1-REG-IDX TO 1
006350         PERFORM 3100-LIST-ONE-LEG THRU 3100-EXIT
006360             UNTIL J1-REG-IDX > J1-REGISTER-COUNT
006370     END-IF.
006380     IF J1-WAIT-COUNT = ZERO
006390         GO TO 3000-EXIT
006400     END-IF.
006410     OPEN INPUT CUSTSNPF.
006420     IF J1-CUSTSNPF-OK
006430         SET J1-SNAPSHOT-READ TO TRUE
006440         PERFORM 9700-READ-CUSTSNPF THRU 9700-EXIT
006450     ELSE
006460         DISPLAY 'ESB101J: NO CUSTOMER SNAPSHOT - ADJUSTMENTS'
006470             ' HELD'
006480         SET J1-CUSTSNPF-EOF TO TRUE
006490     END-IF.
006500     PERFORM 3200-MATCH-ONE-ACCOUNT THRU 3200-EXIT
006510         UNTIL J1-CUSTSNPF-EOF.
006520     CLOSE CUSTSNPF.
006530*    AN ACCEPTED LEG WHOSE ACCOUNT IS NOT IN A COMPLETE SNAPSHOT
006540*    IS ON A LEDGER ACCOUNT AND EARNS NOTHING.
006550     IF J1-SNAPSHOT-READ
006560         SET J1-WAIT-IDX TO 1
006570         PERFORM 3600-CLOSE-UNMATCHED THRU 3600-EXIT
006580             UNTIL J1-WAIT-IDX > J1-WAIT-COUNT
006590     END-IF.
006600 3000-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630 3100-LIST-ONE-LEG.
006640*-----------------------------------------------------------------
006650     MOVE J1-REG-IMAGE (J1-REG-IDX) TO J1-REGISTER-WORK.
006660     IF BVR-ACCEPTED OF J1-REGISTER-WORK
006670         IF J1-WAIT-COUNT < 1000
006680             ADD 1 TO J1-WAIT-COUNT
006690             SET J1-WAIT-IDX TO J1-WAIT-COUNT
006700             MOVE BVR-HZAB OF J1-REGISTER-WORK
006710                 TO J1-WAIT-HZAB (J1-WAIT-IDX)
006720             MOVE BVR-HZAN OF J1-REGISTER-WORK
006730                 TO J1-WAIT-HZAN (J1-WAIT-IDX)
006740             MOVE BVR-HZAS OF J1-REGISTER-WORK
006750                 TO J1-WAIT-HZAS (J1-WAIT-IDX)
006760             SET J1-WAIT-REG-SUB (J1-WAIT-IDX) TO J1-REG-IDX
006770             MOVE 'N' TO J1-WAIT-DONE-SW (J1-WAIT-IDX)
006780         ELSE
006790             ADD 1 TO J1-WAITING-COUNT
006800         END-IF
006810     END-IF.
006820     SET J1-REG-IDX UP BY 1.
006830 3100-EXIT.
006840     EXIT.
006850*-----------------------------------------------------------------
006860 3200-MATCH-ONE-ACCOUNT.
006870*-----------------------------------------------------------------
006880     SET J1-WAIT-IDX TO 1.
006890     PERFORM 3210-TEST-ONE-WAIT THRU 3210-EXIT
006900         UNTIL J1-WAIT-IDX > J1-WAIT-COUNT.
006910     PERFORM 9700-READ-CUSTSNPF THRU 9700-EXIT.
006920 3200-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------------
006950 3210-TEST-ONE-WAIT.
006960*-----------------------------------------------------------------
006970     IF J1-WAIT-DONE-SW (J1-WAIT-IDX) = 'N'
006980        AND J1-WAIT-HZAB (J1-WAIT-IDX) = CSS-HZAB
006990        AND J1-WAIT-HZAN (J1-WAIT-IDX) = CSS-HZAN
007000        AND J1-WAIT-HZAS (J1-WAIT-IDX) = CSS-HZAS
007010         MOVE 'Y' TO J1-WAIT-DONE-SW (J1-WAIT-IDX)
007020         SET J1-REG-IDX TO J1-WAIT-REG-SUB (J1-WAIT-IDX)
007030         MOVE J1-REG-IMAGE (J1-REG-IDX) TO J1-REGISTER-WORK
007040         PERFORM 3300-ADJUST-ONE-LEG THRU 3300-EXIT
007050         MOVE J1-REGISTER-WORK TO J1-REG-IMAGE (J1-REG-IDX)
007060     END-IF.
007070     SET J1-WAIT-IDX UP BY 1.
007080 3210-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------------
007110 3300-ADJUST-ONE-LEG.
007120*-----------------------------------------------------------------
007130*    AN ACCOUNT DRAWN ON ITS OVERDRAFT LIMIT (HZODL LESS HZNABL,
007140*    THE ESB057D MEASURE) WAS PAYING THE DEBIT RATE; ANY OTHER
007150*    ACCOUNT EARNS ITS PRODUCT'S CREDIT RATE FOR ITS TIER.
007160     MOVE ZERO TO J1-RATE J1-INTEREST.
007170     IF CSS-HZODL > ZERO
007180        AND CSS-HZODL > CSS-HZNABL
007190         SET BVR-DEBIT-RATE OF J1-REGISTER-WORK TO TRUE
007200         MOVE ODP-ANNUAL-RATE-PCT OF J1-OD-PARAM-WORK TO J1-RATE
007210         MOVE ODP-DAY-BASIS OF J1-OD-PARAM-WORK TO J1-DAY-BASIS
007220         MOVE ODP-INCOME-BRANCH OF J1-OD-PARAM-WORK
007230             TO J1-LEG-GL-BRANCH
007240         MOVE ODP-INCOME-ACCOUNT OF J1-OD-PARAM-WORK
007250             TO J1-LEG-GL-ACCOUNT
007260         MOVE ODP-INCOME-SUBACCT OF J1-OD-PARAM-WORK
007270             TO J1-LEG-GL-SUBACCT
007280         MOVE ODP-TCD-DEBIT OF J1-OD-PARAM-WORK
007290             TO J1-LEG-TCD-DEBIT
007300         MOVE ODP-TCD-CREDIT OF J1-OD-PARAM-WORK
007310             TO J1-LEG-TCD-CREDIT
007320     ELSE
007330         SET BVR-CREDIT-RATE OF J1-REGISTER-WORK TO TRUE
007340         PERFORM 3400-RESOLVE-CREDIT-RATE THRU 3400-EXIT
007350         MOVE CIP-DAY-BASIS OF J1-CR-PARAM-WORK TO J1-DAY-BASIS
007360         MOVE CIP-EXPENSE-BRANCH OF J1-CR-PARAM-WORK
007370             TO J1-LEG-GL-BRANCH
007380         MOVE CIP-EXPENSE-ACCOUNT OF J1-CR-PARAM-WORK
007390             TO J1-LEG-GL-ACCOUNT
007400         MOVE CIP-EXPENSE-SUBACCT OF J1-CR-PARAM-WORK
007410             TO J1-LEG-GL-SUBACCT
007420         MOVE CIP-TCD-DEBIT OF J1-CR-PARAM-WORK
007430             TO J1-LEG-TCD-DEBIT
007440         MOVE CIP-TCD-CREDIT OF J1-CR-PARAM-WORK
007450             TO J1-LEG-TCD-CREDIT
007460     END-IF.
007470     IF J1-RATE > ZERO
007480         COMPUTE J1-INTEREST ROUNDED =
007490             (BVR-AMOUNT OF J1-REGISTER-WORK * J1-RATE
007500              * BVR-CAL-DAYS OF J1-REGISTER-WORK)
007510             / (J1-DAY-BASIS * 100)
007520     END-IF.
007530     MOVE J1-RATE TO BVR-RATE OF J1-REGISTER-WORK.
007540     MOVE J1-INTEREST TO BVR-INTEREST OF J1-REGISTER-WORK.
007550     EVALUATE TRUE
007560         WHEN J1-INTEREST = ZERO
007570             SET BVR-NO-EFFECT OF J1-REGISTER-WORK TO TRUE
007580             MOVE J1-RUN-DATE TO BVR-ADJ-DATE OF J1-REGISTER-WORK
007590             ADD 1 TO J1-NO-EFFECT-COUNT
007600             MOVE 'NO EFFECT' TO J1-ACTION
007610         WHEN J1-LEG-GL-ACCOUNT = SPACES
007620             ADD 1 TO J1-WAITING-COUNT
007630             MOVE 'NO GL ACCT' TO J1-ACTION
007640         WHEN OTHER
007650             PERFORM 3500-BUILD-ADJUSTMENT THRU 3500-EXIT
007660             SET BVR-ADJUSTED OF J1-REGISTER-WORK TO TRUE
007670             MOVE J1-NEW-PCREF
007680                 TO BVR-ADJ-PCREF OF J1-REGISTER-WORK
007690             MOVE J1-RUN-DATE TO BVR-ADJ-DATE OF J1-REGISTER-WORK
007700             ADD 1 TO J1-ADJUSTED-COUNT
007710             IF BVR-DEBIT-LEG OF J1-REGISTER-WORK
007720                 MOVE 'CHARGED' TO J1-ACTION
007730             ELSE
007740                 MOVE 'PAID' TO J1-ACTION
007750             END-IF
007760     END-EVALUATE.
007770     PERFORM 3700-REPORT-LEG THRU 3700-EXIT.
007780 3300-EXIT.
007790     EXIT.
007800*-----------------------------------------------------------------
007810 3400-RESOLVE-CREDIT-RATE.
007820*-----------------------------------------------------------------
007830     MOVE 'N' TO J1-RATE-FOUND-SW.
007840     IF J1-RATE-COUNT > ZERO
007850         SET J1-RTE-LOOKUP-IDX TO 1
007860         PERFORM 3410-SCAN-RATES THRU 3410-EXIT
007870             UNTIL J1-RTE-LOOKUP-IDX > J1-RATE-COUNT
007880                OR J1-RATE-FOUND
007890     END-IF.
007900     IF NOT J1-RATE-FOUND
007910         GO TO 3400-EXIT
007920     END-IF.
007930     MOVE J1-RTE-IMAGE (J1-RTE-LOOKUP-IDX) TO J1-RATE-WORK.
007940     IF CIR-TIER-COUNT OF J1-RATE-WORK IS NUMERIC
007950         MOVE CIR-TIER-COUNT OF J1-RATE-WORK TO J1-TIER-LIMIT
007960     ELSE
007970         MOVE ZERO TO J1-TIER-LIMIT
007980     END-IF.
007990     IF J1-TIER-LIMIT > 5
008000         MOVE 5 TO J1-TIER-LIMIT
008010     END-IF.
008020     MOVE 1 TO J1-TIER-SUB.
008030     PERFORM 3420-TEST-ONE-TIER THRU 3420-EXIT
008040         UNTIL J1-TIER-SUB > J1-TIER-LIMIT.
008050 3400-EXIT.
008060     EXIT.
008070*-----------------------------------------------------------------
008080 3410-SCAN-RATES.
008090*-----------------------------------------------------------------
008100     IF J1-RTE-HZAPP (J1-RTE-LOOKUP-IDX) = CSS-HZAPP
008110        AND (J1-RTE-HZACT (J1-RTE-LOOKUP-IDX) = CSS-HZACT
008120          OR J1-RTE-HZACT (J1-RTE-LOOKUP-IDX) = SPACES)
008130        AND (J1-RTE-CCY (J1-RTE-LOOKUP-IDX) = CSS-HZCCY
008140          OR J1-RTE-CCY (J1-RTE-LOOKUP-IDX) = SPACES)
008150         SET J1-RATE-FOUND TO TRUE
008160     ELSE
008170         SET J1-RTE-LOOKUP-IDX UP BY 1
008180     END-IF.
008190 3410-EXIT.
008200     EXIT.
008210*-----------------------------------------------------------------
008220 3420-TEST-ONE-TIER.
008230*-----------------------------------------------------------------
008240     IF CIR-TIER-FLOOR OF J1-RATE-WORK (J1-TIER-SUB) IS NUMERIC
008250        AND CIR-TIER-RATE OF J1-RATE-WORK (J1-TIER-SUB) IS NUMERIC
008260        AND CSS-HZCABL NOT < CIR-TIER-FLOOR OF J1-RATE-WORK
008270                                 (J1-TIER-SUB)
008280         MOVE CIR-TIER-RATE OF J1-RATE-WORK (J1-TIER-SUB)
008290             TO J1-RATE
008300     END-IF.
008310     ADD 1 TO J1-TIER-SUB.
008320 3420-EXIT.
008330     EXIT.
008340*-----------------------------------------------------------------
008350 3500-BUILD-ADJUSTMENT.
008360*-----------------------------------------------------------------
008370*    A BACK-VALUED DEBIT LEG IS CHARGED TO THE CUSTOMER AGAINST
008380*    THE INCOME OR EXPENSE ACCOUNT; A BACK-VALUED CREDIT LEG IS
008390*    PAID TO THE CUSTOMER FROM IT.
008400     ADD 1 TO J1-LEG-SEQ.
008410     ADD 1 TO RST-RECORDS-OUT.
008420     MOVE J1-NEW-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
008430     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
008440     MOVE J1-LEG-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
008450     MOVE J1-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
008460     MOVE BVR-HZAB OF J1-REGISTER-WORK
008470         TO GZBRNM OF TRANSACTION-REQ-BODY.
008480     IF BVR-DEBIT-LEG OF J1-REGISTER-WORK
008490         MOVE BVR-HZAB OF J1-REGISTER-WORK
008500             TO GZAB1 OF TRANSACTION-REQ-BODY
008510         MOVE BVR-HZAN OF J1-REGISTER-WORK
008520             TO GZAN1 OF TRANSACTION-REQ-BODY
008530         MOVE BVR-HZAS OF J1-REGISTER-WORK
008540             TO GZAS1 OF TRANSACTION-REQ-BODY
008550         MOVE J1-LEG-GL-BRANCH  TO GZAB2 OF TRANSACTION-REQ-BODY
008560         MOVE J1-LEG-GL-ACCOUNT TO GZAN2 OF TRANSACTION-REQ-BODY
008570         MOVE J1-LEG-GL-SUBACCT TO GZAS2 OF TRANSACTION-REQ-BODY
008580     ELSE
008590         MOVE J1-LEG-GL-BRANCH  TO GZAB1 OF TRANSACTION-REQ-BODY
008600         MOVE J1-LEG-GL-ACCOUNT TO GZAN1 OF TRANSACTION-REQ-BODY
008610         MOVE J1-LEG-GL-SUBACCT TO GZAS1 OF TRANSACTION-REQ-BODY
008620         MOVE BVR-HZAB OF J1-REGISTER-WORK
008630             TO GZAB2 OF TRANSACTION-REQ-BODY
008640         MOVE BVR-HZAN OF J1-REGISTER-WORK
008650             TO GZAN2 OF TRANSACTION-REQ-BODY
008660         MOVE BVR-HZAS OF J1-REGISTER-WORK
008670             TO GZAS2 OF TRANSACTION-REQ-BODY
008680     END-IF.
008690     MOVE J1-INTEREST TO J1-AMOUNT-NUMERIC.
008700     MOVE J1-AMOUNT-TEXT TO GZAMA1 OF TRANSACTION-REQ-BODY.
008710     MOVE J1-AMOUNT-TEXT TO GZAMA2 OF TRANSACTION-REQ-BODY.
008720     MOVE J1-LEG-TCD-DEBIT TO GZTCD1 OF TRANSACTION-REQ-BODY.
008730     MOVE J1-LEG-TCD-CREDIT TO GZTCD2 OF TRANSACTION-REQ-BODY.
008740     MOVE BVR-CCY OF J1-REGISTER-WORK
008750         TO GZCCY1 OF TRANSACTION-REQ-BODY.
008760     MOVE BVR-CCY OF J1-REGISTER-WORK
008770         TO GZCCY2 OF TRANSACTION-REQ-BODY.
008780     MOVE BVR-VALUE-DATE OF J1-REGISTER-WORK
008790         TO J1-NAR-VALUE-DATE.
008800     MOVE J1-NARRATIVE-WORK TO GZNR1 OF TRANSACTION-REQ-BODY.
008810     PERFORM 3510-STAMP-CHECK-DIGITS THRU 3510-EXIT.
008820     MOVE TRANSACTION-REQ TO BVADJF-RECORD.
008830     WRITE BVADJF-RECORD.
008840 3500-EXIT.
008850     EXIT.
008860*-----------------------------------------------------------------
008870 3510-STAMP-CHECK-DIGITS.
008880*-----------------------------------------------------------------
008890*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
008900*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C), SO IT
008910*    PASSES THE CHECK-DIGIT VALIDATION ON ITS WAY TO EQUATION.
008920     MOVE SPACES TO J1-CHECKSUM-SOURCE.
008930     STRING GZAB1 OF TRANSACTION-REQ-BODY
008940            GZAN1 OF TRANSACTION-REQ-BODY
008950            GZAS1 OF TRANSACTION-REQ-BODY
008960            GZAB2 OF TRANSACTION-REQ-BODY
008970            GZAN2 OF TRANSACTION-REQ-BODY
008980            GZAS2 OF TRANSACTION-REQ-BODY
008990         DELIMITED BY SIZE INTO J1-CHECKSUM-SOURCE.
009000     MOVE 26 TO J1-CHECKSUM-LENGTH.
009010     PERFORM 3520-COMPUTE-CHECKSUM THRU 3520-EXIT.
009020     MOVE '0' TO J1-CHK-SIGN.
009030     MOVE J1-CHECKSUM-RESULT TO J1-CHK-VALUE.
009040     MOVE J1-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
009050     MOVE SPACES TO J1-CHECKSUM-SOURCE.
009060     STRING GZAMA1 OF TRANSACTION-REQ-BODY
009070            GZAMA2 OF TRANSACTION-REQ-BODY
009080         DELIMITED BY SIZE INTO J1-CHECKSUM-SOURCE.
009090     MOVE 34 TO J1-CHECKSUM-LENGTH.
009100     PERFORM 3520-COMPUTE-CHECKSUM THRU 3520-EXIT.
009110     MOVE '0' TO J1-CHK-SIGN.
009120     MOVE J1-CHECKSUM-RESULT TO J1-CHK-VALUE.
009130     MOVE J1-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
009140 3510-EXIT.
009150     EXIT.
009160*-----------------------------------------------------------------
009170 3520-COMPUTE-CHECKSUM.
009180*-----------------------------------------------------------------
009190     MOVE ZERO TO J1-CHK-ACCUM.
009200     MOVE 1 TO J1-CHK-WEIGHT.
009210     MOVE 1 TO J1-CHK-BYTE-IDX.
009220     PERFORM 3530-SUM-ONE-BYTE THRU 3530-EXIT
009230         UNTIL J1-CHK-BYTE-IDX > J1-CHECKSUM-LENGTH.
009240     DIVIDE J1-CHK-ACCUM BY 1000 GIVING J1-CHK-QUOTIENT
009250         REMAINDER J1-CHECKSUM-RESULT.
009260 3520-EXIT.
009270     EXIT.
009280*-----------------------------------------------------------------
009290 3530-SUM-ONE-BYTE.
009300*-----------------------------------------------------------------
009310     MOVE J1-CHECKSUM-SOURCE (J1-CHK-BYTE-IDX : 1)
009320         TO J1-CHK-BYTE-WORK.
009330     IF J1-CHK-BYTE-WORK IS NUMERIC
009340         COMPUTE J1-CHK-ACCUM = J1-CHK-ACCUM
009350             + (J1-CHK-DIGIT-WORK * J1-CHK-WEIGHT)
009360         ADD 1 TO J1-CHK-WEIGHT
009370         IF J1-CHK-WEIGHT > 9
009380             MOVE 1 TO J1-CHK-WEIGHT
009390         END-IF
009400     END-IF.
009410     ADD 1 TO J1-CHK-BYTE-IDX.
009420 3530-EXIT.
009430     EXIT.
009440*-----------------------------------------------------------------
009450 3600-CLOSE-UNMATCHED.
009460*-----------------------------------------------------------------
009470     IF J1-WAIT-DONE-SW (J1-WAIT-IDX) = 'N'
009480         SET J1-REG-IDX TO J1-WAIT-REG-SUB (J1-WAIT-IDX)
009490         MOVE J1-REG-IMAGE (J1-REG-IDX) TO J1-REGISTER-WORK
009500         SET BVR-NO-EFFECT OF J1-REGISTER-WORK TO TRUE
009510         MOVE ZERO TO BVR-RATE OF J1-REGISTER-WORK
009520                      BVR-INTEREST OF J1-REGISTER-WORK
009530         MOVE J1-RUN-DATE TO BVR-ADJ-DATE OF J1-REGISTER-WORK
009540         MOVE J1-REGISTER-WORK TO J1-REG-IMAGE (J1-REG-IDX)
009550         ADD 1 TO J1-NO-EFFECT-COUNT
009560     END-IF.
009570     SET J1-WAIT-IDX UP BY 1.
009580 3600-EXIT.
009590     EXIT.
009600*-----------------------------------------------------------------
009610 3700-REPORT-LEG.
009620*-----------------------------------------------------------------
009630     MOVE BVR-HZAB OF J1-REGISTER-WORK TO J1-DTL-BRANCH.
009640     MOVE BVR-HZAN OF J1-REGISTER-WORK TO J1-DTL-ACCOUNT.
009650     MOVE BVR-HZAS OF J1-REGISTER-WORK TO J1-DTL-SUBACCT.
009660     IF BVR-DEBIT-LEG OF J1-REGISTER-WORK
009670         MOVE 'DR' TO J1-DTL-LEG
009680     ELSE
009690         MOVE 'CR' TO J1-DTL-LEG
009700     END-IF.
009710     MOVE BVR-CCY OF J1-REGISTER-WORK TO J1-DTL-CCY.
009720     MOVE BVR-AMOUNT OF J1-REGISTER-WORK TO J1-DTL-AMOUNT.
009730     MOVE BVR-VALUE-DATE OF J1-REGISTER-WORK TO J1-DTL-VALUE-DATE.
009740     MOVE BVR-CAL-DAYS OF J1-REGISTER-WORK TO J1-DTL-DAYS.
009750     IF BVR-DEBIT-RATE OF J1-REGISTER-WORK
009760         MOVE 'DR' TO J1-DTL-BASIS
009770     ELSE
009780         MOVE 'CR' TO J1-DTL-BASIS
009790     END-IF.
009800     MOVE J1-RATE TO J1-DTL-RATE.
009810     MOVE J1-INTEREST TO J1-DTL-INTEREST.
009820     MOVE J1-ACTION TO J1-DTL-ACTION.
009830     MOVE J1-DETAIL-LINE TO BVRPT-RECORD.
009840     WRITE BVRPT-RECORD.
009850 3700-EXIT.
009860     EXIT.
009870*-----------------------------------------------------------------
009880 4000-MONTH-END-REPORT.
009890*-----------------------------------------------------------------
009900*    EVERY LEG STILL ON THE REGISTER IS COUNTED; A REFERRAL NOT
009910*    YET DECIDED OR AN ADJUSTMENT STILL HELD SHOWS AS OPEN AND IS
009920*    CARRIED INTO NEXT MONTH.
009930     IF J1-REGISTER-COUNT > ZERO
009940         SET J1-REG-IDX TO 1
009950         PERFORM 4100-ADD-ONE-LEG THRU 4100-EXIT
009960             UNTIL J1-REG-IDX > J1-REGISTER-COUNT
009970     END-IF.
009980     MOVE SPACES TO BVRPT-RECORD.
009990     WRITE BVRPT-RECORD.
010000     MOVE SPACES TO J1-SECTION-LINE.
010010     MOVE 'BACK-VALUATION BY BRANCH AND OPERATOR FOR THE MONTH'
010020         TO J1-SEC-TITLE.
010030     MOVE J1-SECTION-LINE TO BVRPT-RECORD.
010040     WRITE BVRPT-RECORD.
010050     MOVE J1-GROUP-COLUMN-LINE TO BVRPT-RECORD.
010060     WRITE BVRPT-RECORD.
010070     IF J1-GROUP-COUNT > ZERO
010080         MOVE 1 TO J1-SHIFT-SUB
010090         PERFORM 4300-PRINT-ONE-GROUP THRU 4300-EXIT
010100             UNTIL J1-SHIFT-SUB > J1-GROUP-COUNT
010110     END-IF.
010120     MOVE SPACES TO J1-GROUP-LINE.
010130     MOVE 'ALL' TO J1-GPL-BRANCH.
010140     MOVE J1-TOT-LEGS TO J1-GPL-LEGS.
010150     MOVE J1-TOT-REFERRED TO J1-GPL-REFERRED.
010160     MOVE J1-TOT-VALUE TO J1-GPL-VALUE.
010170     MOVE J1-TOT-CHARGED TO J1-GPL-CHARGED.
010180     MOVE J1-TOT-PAID TO J1-GPL-PAID.
010190     MOVE J1-TOT-OPEN TO J1-GPL-OPEN.
010200     MOVE J1-GROUP-LINE TO BVRPT-RECORD.
010210     WRITE BVRPT-RECORD.
010220 4000-EXIT.
010230     EXIT.
010240*-----------------------------------------------------------------
010250 4100-ADD-ONE-LEG.
010260*-----------------------------------------------------------------
010270     MOVE J1-REG-IMAGE (J1-REG-IDX) TO J1-REGISTER-WORK.
010280     MOVE BVR-BRANCH OF J1-REGISTER-WORK TO J1-KEY-BRANCH.
010290     MOVE BVR-OPERATOR OF J1-REGISTER-WORK TO J1-KEY-OPERATOR.
010300     PERFORM 4200-FIND-GROUP THRU 4200-EXIT.
010310     IF NOT J1-ENTRY-FOUND
010320         GO TO 4100-NEXT
010330     END-IF.
010340     ADD 1 TO J1-GRP-LEGS (J1-INSERT-SUB) J1-TOT-LEGS.
010350     ADD BVR-AMOUNT OF J1-REGISTER-WORK
010360         TO J1-GRP-VALUE (J1-INSERT-SUB) J1-TOT-VALUE.
010370     IF BVR-WAS-REFERRED OF J1-REGISTER-WORK
010380         ADD 1 TO J1-GRP-REFERRED (J1-INSERT-SUB) J1-TOT-REFERRED
010390     END-IF.
010400     EVALUATE TRUE
010410         WHEN BVR-ADJUSTED OF J1-REGISTER-WORK
010420          AND BVR-DEBIT-LEG OF J1-REGISTER-WORK
010430             ADD BVR-INTEREST OF J1-REGISTER-WORK
010440                 TO J1-GRP-CHARGED (J1-INSERT-SUB) J1-TOT-CHARGED
010450         WHEN BVR-ADJUSTED OF J1-REGISTER-WORK
010460             ADD BVR-INTEREST OF J1-REGISTER-WORK
010470                 TO J1-GRP-PAID (J1-INSERT-SUB) J1-TOT-PAID
010480         WHEN BVR-ACCEPTED OF J1-REGISTER-WORK
010490          OR BVR-REFERRED OF J1-REGISTER-WORK
010500             ADD 1 TO J1-GRP-OPEN (J1-INSERT-SUB) J1-TOT-OPEN
010510         WHEN OTHER
010520             CONTINUE
010530     END-EVALUATE.
010540 4100-NEXT.
010550     SET J1-REG-IDX UP BY 1.
010560 4100-EXIT.
010570     EXIT.
010580*-----------------------------------------------------------------
010590 4200-FIND-GROUP.
010600*-----------------------------------------------------------------
010610*    FINDS THE KEY OR THE FIRST ENTRY ABOVE IT; A NEW KEY IS
010620*    OPENED THERE AND THE ENTRIES ABOVE ARE MOVED UP ONE.
010630     MOVE 'N' TO J1-ENTRY-FOUND-SW.
010640     MOVE 'N' TO J1-SLOT-FOUND-SW.
010650     MOVE 1 TO J1-INSERT-SUB.
010660     PERFORM 4210-SCAN-GROUPS THRU 4210-EXIT
010670         UNTIL J1-INSERT-SUB > J1-GROUP-COUNT
010680            OR J1-SLOT-FOUND.
010690     IF J1-SLOT-FOUND
010700         IF J1-GRP-KEY (J1-INSERT-SUB) = J1-GROUP-KEY
010710             SET J1-ENTRY-FOUND TO TRUE
010720             GO TO 4200-EXIT
010730         END-IF
010740     END-IF.
010743*    A GROUP LEFT OFF THE MONTH-END SUMMARY WOULD UNDERSTATE IT,
010746*    SO THE RUN STOPS BEFORE THE NEW REGISTER IS WRITTEN.
010750     IF J1-GROUP-COUNT NOT < 500
010760         DISPLAY 'ESB101J: SUMMARY TABLE FULL AT BRANCH '
010770             J1-KEY-BRANCH ' OPERATOR ' J1-KEY-OPERATOR
010777             ' - RUN REFUSED'
010784         MOVE 8 TO RETURN-CODE
010791         STOP RUN
010800     END-IF.
010810     MOVE J1-GROUP-COUNT TO J1-SHIFT-SUB.
010820     PERFORM 4220-SHIFT-ONE-UP THRU 4220-EXIT
010830         UNTIL J1-SHIFT-SUB < J1-INSERT-SUB.
010840     ADD 1 TO J1-GROUP-COUNT.
010850     MOVE J1-GROUP-KEY TO J1-GRP-KEY (J1-INSERT-SUB).
010860     MOVE ZERO TO J1-GRP-LEGS (J1-INSERT-SUB)
010870                  J1-GRP-REFERRED (J1-INSERT-SUB)
010880                  J1-GRP-VALUE (J1-INSERT-SUB)
010890                  J1-GRP-CHARGED (J1-INSERT-SUB)
010900                  J1-GRP-PAID (J1-INSERT-SUB)
010910                  J1-GRP-OPEN (J1-INSERT-SUB).
010920     SET J1-ENTRY-FOUND TO TRUE.
010930 4200-EXIT.
010940     EXIT.
010950*-----------------------------------------------------------------
010960 4210-SCAN-GROUPS.
010970*-----------------------------------------------------------------
010980     IF J1-GRP-KEY (J1-INSERT-SUB) NOT < J1-GROUP-KEY
010990         SET J1-SLOT-FOUND TO TRUE
011000     ELSE
011010         ADD 1 TO J1-INSERT-SUB
011020     END-IF.
011030 4210-EXIT.
011040     EXIT.
011050*-----------------------------------------------------------------
011060 4220-SHIFT-ONE-UP.
011070*-----------------------------------------------------------------
011080     MOVE J1-GRP-ENTRY (J1-SHIFT-SUB)
011090         TO J1-GRP-ENTRY (J1-SHIFT-SUB + 1).
011100     SUBTRACT 1 FROM J1-SHIFT-SUB.
011110 4220-EXIT.
011120     EXIT.
011130*-----------------------------------------------------------------
011140 4300-PRINT-ONE-GROUP.
011150*-----------------------------------------------------------------
011160     MOVE SPACES TO J1-GROUP-LINE.
011170     MOVE J1-GRP-KEY (J1-SHIFT-SUB) (1 : 4) TO J1-GPL-BRANCH.
011180     MOVE J1-GRP-KEY (J1-SHIFT-SUB) (5 : 10) TO J1-GPL-OPERATOR.
011190     MOVE J1-GRP-LEGS (J1-SHIFT-SUB) TO J1-GPL-LEGS.
011200     MOVE J1-GRP-REFERRED (J1-SHIFT-SUB) TO J1-GPL-REFERRED.
011210     MOVE J1-GRP-VALUE (J1-SHIFT-SUB) TO J1-GPL-VALUE.
011220     MOVE J1-GRP-CHARGED (J1-SHIFT-SUB) TO J1-GPL-CHARGED.
011230     MOVE J1-GRP-PAID (J1-SHIFT-SUB) TO J1-GPL-PAID.
011240     MOVE J1-GRP-OPEN (J1-SHIFT-SUB) TO J1-GPL-OPEN.
011250     MOVE J1-GROUP-LINE TO BVRPT-RECORD.
011260     WRITE BVRPT-RECORD.
011270     ADD 1 TO J1-SHIFT-SUB.
011280 4300-EXIT.
011290     EXIT.
011300*-----------------------------------------------------------------
011310 5000-WRITE-NEW-REGISTER.
011320*-----------------------------------------------------------------
011330*    ONCE REPORTED AT MONTH END A SETTLED LEG (ADJUSTED, NO
011340*    EFFECT OR DECLINED) IS CLEARED; THE OPEN ONES CARRY ON.
011350     IF J1-REGISTER-COUNT = ZERO
011360         GO TO 5000-EXIT
011370     END-IF.
011380     SET J1-REG-IDX TO 1.
011390     PERFORM 5100-WRITE-ONE-LEG THRU 5100-EXIT
011400         UNTIL J1-REG-IDX > J1-REGISTER-COUNT.
011410 5000-EXIT.
011420     EXIT.
011430*-----------------------------------------------------------------
011440 5100-WRITE-ONE-LEG.
011450*-----------------------------------------------------------------
011460     MOVE J1-REG-IMAGE (J1-REG-IDX) TO J1-REGISTER-WORK.
011470     IF J1-MONTH-END
011480        AND NOT BVR-ACCEPTED OF J1-REGISTER-WORK
011490        AND NOT BVR-REFERRED OF J1-REGISTER-WORK
011500         ADD 1 TO J1-CLEARED-COUNT
011510     ELSE
011520         MOVE J1-REGISTER-WORK TO BVREGN-RECORD
011530         WRITE BVREGN-RECORD
011540         ADD 1 TO J1-WRITTEN-COUNT
011550     END-IF.
011560     SET J1-REG-IDX UP BY 1.
011570 5100-EXIT.
011580     EXIT.
011590*-----------------------------------------------------------------
011600 7000-PRINT-SUMMARY.
011610*-----------------------------------------------------------------
011620     MOVE SPACES TO BVRPT-RECORD.
011630     WRITE BVRPT-RECORD.
011640     MOVE J1-EVENT-COUNT TO J1-SUM-EVENTS.
011650     MOVE J1-APPROVED-COUNT TO J1-SUM-APPROVED.
011660     MOVE J1-DECLINED-COUNT TO J1-SUM-DECLINED.
011670     MOVE J1-ADJUSTED-COUNT TO J1-SUM-ADJUSTED.
011680     MOVE J1-NO-EFFECT-COUNT TO J1-SUM-NO-EFFECT.
011690     MOVE J1-WAITING-COUNT TO J1-SUM-WAITING.
011700     MOVE J1-SUMMARY-LINE TO BVRPT-RECORD.
011710     WRITE BVRPT-RECORD.
011720 7000-EXIT.
011730     EXIT.
011740*-----------------------------------------------------------------
011750 8000-TERMINATE.
011760*-----------------------------------------------------------------
011770     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
011780     CLOSE BVREGN.
011790     CLOSE BVADJF.
011800     CLOSE BVRPT.
011810     DISPLAY 'ESB101J: CARRIED ' J1-CARRIED-COUNT
011820         ' EVENTS ' J1-EVENT-COUNT
011830         ' APPROVED ' J1-APPROVED-COUNT
011840         ' DECLINED ' J1-DECLINED-COUNT.
011850     DISPLAY 'ESB101J: ADJUSTED ' J1-ADJUSTED-COUNT
011860         ' NO EFFECT ' J1-NO-EFFECT-COUNT
011870         ' HELD ' J1-WAITING-COUNT.
011880     DISPLAY 'ESB101J: REGISTER ' J1-WRITTEN-COUNT
011890         ' CLEARED ' J1-CLEARED-COUNT.
011900 8000-EXIT.
011910     EXIT.
011920*-----------------------------------------------------------------
011930 9100-READ-ODINTPRM.
011940*-----------------------------------------------------------------
011950     READ ODINTPRM
011960         AT END
011970             SET J1-ODINTPRM-EOF TO TRUE
011980     END-READ.
011990 9100-EXIT.
012000     EXIT.
012010*-----------------------------------------------------------------
012020 9200-READ-CRINTPRM.
012030*-----------------------------------------------------------------
012040     READ CRINTPRM
012050         AT END
012060             SET J1-CRINTPRM-EOF TO TRUE
012070     END-READ.
012080 9200-EXIT.
012090     EXIT.
012100*-----------------------------------------------------------------
012110 9300-READ-CRRATEF.
012120*-----------------------------------------------------------------
012130     READ CRRATEF
012140         AT END
012150             SET J1-CRRATEF-EOF TO TRUE
012160     END-READ.
012170 9300-EXIT.
012180     EXIT.
012190*-----------------------------------------------------------------
012200 9400-READ-BVREGO.
012210*-----------------------------------------------------------------
012220     READ BVREGO
012230         AT END
012240             SET J1-BVREGO-EOF TO TRUE
012250     END-READ.
012260 9400-EXIT.
012270     EXIT.
012280*-----------------------------------------------------------------
012290 9500-READ-BVEVTF.
012300*-----------------------------------------------------------------
012310     READ BVEVTF
012320         AT END
012330             SET J1-BVEVTF-EOF TO TRUE
012340     END-READ.
012350 9500-EXIT.
012360     EXIT.
012370*-----------------------------------------------------------------
012380 9600-READ-PENDAUTF.
012390*-----------------------------------------------------------------
012400     READ PENDAUTF
012410         AT END
012420             SET J1-PENDAUTF-EOF TO TRUE
012430     END-READ.
012440 9600-EXIT.
012450     EXIT.
012460*-----------------------------------------------------------------
012470 9700-READ-CUSTSNPF.
012480*-----------------------------------------------------------------
012490     READ CUSTSNPF
012500         AT END
012510             SET J1-CUSTSNPF-EOF TO TRUE
012520     END-READ.
012530 9700-EXIT.
012540     EXIT.
012550*-----------------------------------------------------------------
012560 9900-WRITE-RUN-STATS.
012570*-----------------------------------------------------------------
012580     MOVE 'ESB101J' TO RST-PROGRAM-ID.
012590     MOVE J1-RUN-DATE TO RST-BUSINESS-DATE.
012600     ACCEPT RST-END-TIME FROM TIME.
012610     MOVE '00' TO RST-WORST-STATUS.
012620     IF J1-BVREGN-STATUS NOT = '00'
012630         MOVE J1-BVREGN-STATUS TO RST-WORST-STATUS
012640     END-IF.
012650     IF J1-BVADJF-STATUS NOT = '00'
012660         MOVE J1-BVADJF-STATUS TO RST-WORST-STATUS
012670     END-IF.
012680     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
012690 9900-EXIT.
012700     EXIT.
012710*-----------------------------------------------------------------
012720 9999-EXIT.
012730*-----------------------------------------------------------------
012740     EXIT.
