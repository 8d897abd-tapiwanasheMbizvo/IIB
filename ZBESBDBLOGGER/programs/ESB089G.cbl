000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB089G
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    GARNISHEE AND COURT-ORDER ATTACHMENT RUN.  THE COURT-ORDER
000200*    REGISTER (CTOOLDF -> CTONEWF) IS KEYED BY ORDER NUMBER AND
000210*    CARRIES THE CUSTOMER (HZCUS), UP TO FIVE ACCOUNTS NAMED ON
000220*    THE ORDER, THE AMOUNT ORDERED, THE COURT, THE BENEFICIARY
000230*    ACCOUNT AND A RUNNING SATISFIED/OUTSTANDING FIGURE.  NEW
000240*    ORDERS, AND ORDERS LIFTED BY THE COURT, ARRIVE FROM LEGAL
000250*    ON CTOINTF.  EACH NIGHT, FOR EVERY OPEN ORDER:
000256*      - WHATEVER OF ITS OWN FUNDS THE DAY'S REASSEMBLED
000262*        BALANCE-ENQUIRY RESPONSES SHOW ON A NAMED ACCOUNT (NET
000268*        AVAILABLE HZNABL LESS THE OVERDRAFT LIMIT HZODL, LESS
000274*        ANY LIEN BALANCE HZLABL BEYOND THE ORDER'S OWN HOLD),
000280*        UP TO THE OUTSTANDING FIGURE, IS SWEPT INTO
000290*        THE COURT-ORDER SUSPENSE ACCOUNT AS A TRANSACTION_REQ
000296*        ONE LEG OF THE RUN'S SINGLE PCREF BATCH (TAG 'A'),
000302*        TRANSQ NUMBERING THE LEGS;
000310*      - A NAMED ACCOUNT WITH NO HOLD YET HAS AN EQHOLD-REQ
000320*        PLACED FOR THE UNSATISFIED AMOUNT;
000330*      - AN EXISTING HOLD IS REDUCED TO THE NEW OUTSTANDING
000340*        FIGURE, OR RELEASED ONCE THE ORDER IS SATISFIED OR
000350*        LIFTED, THROUGH THE ESB045H HOLD AMENDMENT PATH.
000360*    ON THE PARAMETERISED REPORT DAY THE ATTACHMENT STATUS
000370*    REPORT FOR LEGAL SHOWS EVERY ORDER'S PROGRESS AND FLAGS AN
000380*    OPEN ORDER WITH NO SWEEP FOR THE STALL PERIOD AS STALLED
000390*    FOR LACK OF FUNDS.
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*    15-OCT-2026  TC   INITIAL VERSION.
000430******************************************************************
000440 PROGRAM-ID. ESB089G.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-ZSERIES.
000480 OBJECT-COMPUTER. IBM-ZSERIES.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CTOPRMF  ASSIGN TO CTOPRMF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS G9-CTOPRMF-STATUS.
000540     SELECT CTOOLDF  ASSIGN TO CTOOLDF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS G9-CTOOLDF-STATUS.
000570     SELECT CTOINTF  ASSIGN TO CTOINTF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS G9-CTOINTF-STATUS.
000600     SELECT BALENQR  ASSIGN TO BALENQR
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS G9-BALENQR-STATUS.
000630     SELECT CTONEWF  ASSIGN TO CTONEWF
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS G9-CTONEWF-STATUS.
000660     SELECT CTOSWPF  ASSIGN TO CTOSWPF
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS G9-CTOSWPF-STATUS.
000690     SELECT CTOHLDF  ASSIGN TO CTOHLDF
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS G9-CTOHLDF-STATUS.
000720     SELECT HOLDAMDF ASSIGN TO HOLDAMDF
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS G9-HOLDAMDF-STATUS.
000750     SELECT CTORPT   ASSIGN TO CTORPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS G9-CTORPT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CTOPRMF
000810     RECORDING MODE IS F.
000820     COPY "Court_Order_Param.cpy".
000830 FD  CTOOLDF
000840     RECORDING MODE IS F.
000850     COPY "Court_Order.cpy".
000860 FD  CTOINTF
000870     RECORDING MODE IS F.
000880 01  CTOINTF-RECORD               PIC X(347).
000890 FD  BALENQR
000900     RECORDING MODE IS F.
000910     COPY "Balance_Enquiry.cpy".
000920 FD  CTONEWF
000930     RECORDING MODE IS F.
000940 01  CTONEWF-RECORD               PIC X(347).
000950 FD  CTOSWPF
000960     RECORDING MODE IS F.
000970 01  CTOSWPF-RECORD               PIC X(1816).
000980 FD  CTOHLDF
000990     RECORDING MODE IS F.
001000 01  CTOHLDF-RECORD               PIC X(818).
001010 FD  HOLDAMDF
001020     RECORDING MODE IS F.
001030     COPY "Hold_Amendment.cpy".
001040 FD  CTORPT
001050     RECORDING MODE IS F.
001060 01  CTORPT-RECORD                PIC X(132).
001070 WORKING-STORAGE SECTION.
001080 01  G9-CTOPRMF-STATUS            PIC X(002) VALUE '00'.
001090     88 G9-CTOPRMF-OK                        VALUE '00'.
001100 01  G9-CTOOLDF-STATUS            PIC X(002) VALUE '00'.
001110     88 G9-CTOOLDF-OK                        VALUE '00'.
001120 01  G9-CTOINTF-STATUS            PIC X(002) VALUE '00'.
001130     88 G9-CTOINTF-OK                        VALUE '00'.
001140 01  G9-BALENQR-STATUS            PIC X(002) VALUE '00'.
001150     88 G9-BALENQR-OK                        VALUE '00'.
001160 01  G9-CTONEWF-STATUS            PIC X(002) VALUE '00'.
001170 01  G9-CTOSWPF-STATUS            PIC X(002) VALUE '00'.
001180 01  G9-CTOHLDF-STATUS            PIC X(002) VALUE '00'.
001190 01  G9-HOLDAMDF-STATUS           PIC X(002) VALUE '00'.
001200 01  G9-CTORPT-STATUS             PIC X(002) VALUE '00'.
001210 01  G9-SWITCHES.
001220     05 G9-CTOPRMF-EOF-SW         PIC X(001) VALUE 'N'.
001230        88 G9-CTOPRMF-EOF                    VALUE 'Y'.
001240     05 G9-CTOOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001250        88 G9-CTOOLDF-EOF                    VALUE 'Y'.
001260     05 G9-CTOINTF-EOF-SW         PIC X(001) VALUE 'N'.
001270        88 G9-CTOINTF-EOF                    VALUE 'Y'.
001280     05 G9-BALENQR-EOF-SW         PIC X(001) VALUE 'N'.
001290        88 G9-BALENQR-EOF                    VALUE 'Y'.
001300     05 G9-PARAM-LOADED-SW        PIC X(001) VALUE 'N'.
001310        88 G9-PARAM-LOADED                   VALUE 'Y'.
001320     05 G9-SWEEP-ENABLED-SW       PIC X(001) VALUE 'N'.
001330        88 G9-SWEEP-ENABLED                  VALUE 'Y'.
001340     05 G9-REPORT-DAY-SW          PIC X(001) VALUE 'N'.
001350        88 G9-REPORT-DAY                     VALUE 'Y'.
001360     05 G9-ORDER-FOUND-SW         PIC X(001) VALUE 'N'.
001370        88 G9-ORDER-FOUND                    VALUE 'Y'.
001380     05 G9-BAL-FOUND-SW           PIC X(001) VALUE 'N'.
001390        88 G9-BAL-FOUND                      VALUE 'Y'.
001400     05 G9-STALLED-SW             PIC X(001) VALUE 'N'.
001410        88 G9-STALLED                        VALUE 'Y'.
001420 01  G9-DATE-TIME.
001430     05 G9-RUN-DATE               PIC 9(008) VALUE ZERO.
001440     05 G9-RUN-TIME               PIC 9(006) VALUE ZERO.
001450 01  G9-DAY-OF-WEEK               PIC 9(001) VALUE ZERO.
001460 01  G9-COUNTERS.
001470     05 G9-ORDER-READ-COUNT       PIC 9(007) VALUE ZERO.
001480     05 G9-NEW-ORDER-COUNT        PIC 9(007) VALUE ZERO.
001490     05 G9-LIFTED-COUNT           PIC 9(007) VALUE ZERO.
001500     05 G9-SATISFIED-COUNT        PIC 9(007) VALUE ZERO.
001510     05 G9-SWEEP-COUNT            PIC 9(007) VALUE ZERO.
001520     05 G9-HOLD-PLACED-COUNT      PIC 9(007) VALUE ZERO.
001530     05 G9-HOLD-REDUCED-COUNT     PIC 9(007) VALUE ZERO.
001540     05 G9-HOLD-RELEASED-COUNT    PIC 9(007) VALUE ZERO.
001550     05 G9-CARRIED-COUNT          PIC 9(007) VALUE ZERO.
001560     05 G9-GEN-SEQ                PIC 9(006) VALUE ZERO.
001570 01  G9-SWEEP-TOTAL               PIC 9(015)V99 VALUE ZERO.
001575*    ALL OF A RUN'S SWEEPS GO UNDER ONE PCREF BATCH, TAGGED 'A',
001580*    EACH HOLD CARRIES ITS OWN, AND COURT-ORDER HOLDS TAKE HOLD
001585*    NUMBERS IN THE '2' BAND.
001590 01  G9-LEG-SEQ                   PIC 9(004) VALUE ZERO.
001595 01  G9-SWEEP-PCREF               PIC X(015) VALUE SPACES.
001600 01  G9-NEW-PCREF.
001610     05 G9-NEW-PCREF-DATE         PIC 9(008).
001620     05 G9-NEW-PCREF-TAG          PIC X(001) VALUE 'A'.
001630     05 G9-NEW-PCREF-SEQ          PIC 9(006).
001640 01  G9-HOLD-NUMBER.
001650     05 G9-HOLD-NUMBER-BAND       PIC X(001) VALUE '2'.
001660     05 G9-HOLD-NUMBER-SEQ        PIC 9(004) VALUE ZERO.
001670 01  G9-HOLD-NUMBER-TEXT REDEFINES G9-HOLD-NUMBER.
001680     05 G9-HOLD-NUMBER-BAND-TEXT  PIC X(001).
001690     05 G9-HOLD-NUMBER-DIGITS     PIC X(004).
001700 01  G9-LAST-HOLD-SEQ             PIC 9(004) VALUE ZERO.
001710*    A COURT-ORDER HOLD RUNS UNTIL THE ORDER IS SATISFIED OR
001720*    LIFTED, SO IT IS PLACED WITH AN OPEN-ENDED EXPIRY.
001730 01  G9-OPEN-EXPIRY               PIC X(009) VALUE '099991231'.
001740 01  G9-HOLD-USER                 PIC X(010) VALUE 'ESBX'.
001750 01  G9-DATE-TEXT.
001760     05 G9-DATE-TEXT-SIGN         PIC X(001) VALUE '0'.
001770     05 G9-DATE-TEXT-DATE         PIC 9(008) VALUE ZERO.
001780 01  G9-ACC-SUB                   PIC 9(004) COMP VALUE ZERO.
001790 01  G9-ACC-LIMIT                 PIC 9(004) COMP VALUE ZERO.
001800 01  G9-SWEEP-AMOUNT              PIC 9(015)V99 VALUE ZERO.
001810 01  G9-HOLD-DIFFERENCE           PIC 9(015)V99 VALUE ZERO.
001812 01  G9-CLEARED-FUNDS             PIC S9(015)V99 VALUE ZERO.
001814 01  G9-OTHER-LIENS               PIC 9(015)V99 VALUE ZERO.
001816 01  G9-SWEEPABLE                 PIC 9(015)V99 VALUE ZERO.
001820 01  G9-RUN-JULIAN                PIC 9(007) COMP VALUE ZERO.
001830 01  G9-WORK-JULIAN               PIC 9(007) COMP VALUE ZERO.
001840 01  G9-STALL-REF-DATE            PIC 9(008) VALUE ZERO.
001850 01  G9-AMOUNT-WORK.
001860     05 G9-AMOUNT-TEXT            PIC X(017).
001870     05 G9-AMOUNT-NUMERIC REDEFINES G9-AMOUNT-TEXT
001880                                  PIC 9(015)V99.
001890 01  G9-AMOUNT-EDIT               PIC Z(013)9.99 VALUE ZERO.
001900 01  G9-NABL-WORK.
001910     05 G9-NABL-TEXT              PIC X(016).
001920     05 G9-NABL-NUMERIC REDEFINES G9-NABL-TEXT
001921                                  PIC 9(014)V99.
001922 01  G9-ODL-WORK.
001923     05 G9-ODL-TEXT               PIC X(016).
001924     05 G9-ODL-NUMERIC REDEFINES G9-ODL-TEXT
001925                                  PIC 9(014)V99.
001926 01  G9-LABL-WORK.
001927     05 G9-LABL-TEXT              PIC X(016).
001928     05 G9-LABL-NUMERIC REDEFINES G9-LABL-TEXT
001930                                  PIC 9(014)V99.
001940 01  G9-NARRATIVE-WORK.
001950     05 FILLER                    PIC X(012) VALUE 'COURT ORDER '.
001960     05 G9-NAR-ORDER-NO           PIC X(016).
001970     05 FILLER                    PIC X(007) VALUE SPACES.
001980 01  G9-INTAKE-ORDER-NO           PIC X(016) VALUE SPACES.
001990 01  G9-INTAKE-STATUS             PIC X(001) VALUE SPACE.
002000*    THE REGISTER IS HELD IN FULL WHILE THE NIGHT'S INTAKE,
002010*    SWEEPS AND HOLD CHANGES ARE APPLIED.  AN ORDER NOT KEPT HAS
002020*    PASSED ITS RETENTION AFTER CLOSING AND IS DROPPED FROM THE
002030*    NEW GENERATION.
002040 01  G9-ORDER-COUNT               PIC 9(004) COMP VALUE ZERO.
002050 01  G9-ORDER-TABLE.
002060     05 G9-ORD-ENTRY OCCURS 500 TIMES
002070        INDEXED BY G9-ORD-IDX, G9-ORD-LOOKUP-IDX.
002080        10 G9-ORD-ORDER-NO        PIC X(016).
002090        10 G9-ORD-IMAGE           PIC X(347).
002100        10 G9-ORD-KEEP-SW         PIC X(001).
002110        10 G9-ORD-LIFT-SW         PIC X(001).
002120*    ONLY THE ACCOUNTS NAMED ON AN OPEN ORDER ARE KEPT FROM THE
002125*    BALANCE RESPONSES.  THE AVAILABLE FIGURE IS THE ACCOUNT'S
002130*    OWN CLEARED FUNDS, HZNABL LESS THE OVERDRAFT LIMIT HZODL,
002135*    AND IS RUN DOWN AS IT IS SWEPT SO TWO ORDERS ON ONE ACCOUNT
002140*    CANNOT BOTH TAKE IT.  THE LIEN BALANCE HZLABL IS KEPT BESIDE
002145*    IT SO FUNDS HELD UNDER OTHER LIENS ARE LEFT ALONE.
002150 01  G9-BAL-COUNT                 PIC 9(004) COMP VALUE ZERO.
002160 01  G9-BAL-TABLE.
002170     05 G9-BAL-ENTRY OCCURS 2500 TIMES
002180        INDEXED BY G9-BAL-IDX, G9-BAL-LOOKUP-IDX.
002190        10 G9-BAL-BRANCH          PIC X(004).
002200        10 G9-BAL-ACCOUNT         PIC X(006).
002210        10 G9-BAL-SUBACCT         PIC X(003).
002220        10 G9-BAL-AVAILABLE       PIC 9(014)V99.
002225        10 G9-BAL-LIENS           PIC 9(014)V99.
002230 01  G9-CHECKSUM-WORK.
002240     05 G9-CHECKSUM-SOURCE        PIC X(040).
002250     05 G9-CHECKSUM-LENGTH        PIC 9(002) COMP.
002260     05 G9-CHECKSUM-RESULT        PIC 9(003).
002270 01  G9-CHK-ACCUM                 PIC 9(007) COMP.
002280 01  G9-CHK-WEIGHT                PIC 9(001) COMP.
002290 01  G9-CHK-BYTE-IDX              PIC 9(002) COMP.
002300 01  G9-CHK-BYTE-WORK             PIC X(001).
002310 01  G9-CHK-DIGIT-WORK REDEFINES G9-CHK-BYTE-WORK
002320                                  PIC 9(001).
002330 01  G9-CHK-QUOTIENT              PIC 9(004) COMP.
002340 01  G9-CHK-FIELD.
002350     05 G9-CHK-SIGN               PIC X(001).
002360     05 G9-CHK-VALUE              PIC 9(003).
002370 01  G9-REPORT-TOTALS.
002380     05 G9-RPT-OPEN-COUNT         PIC 9(007) VALUE ZERO.
002390     05 G9-RPT-STALLED-COUNT      PIC 9(007) VALUE ZERO.
002400     05 G9-RPT-SATISFIED-COUNT    PIC 9(007) VALUE ZERO.
002410     05 G9-RPT-LIFTED-COUNT       PIC 9(007) VALUE ZERO.
002420     05 G9-RPT-OUTSTANDING        PIC 9(015)V99 VALUE ZERO.
002430 01  G9-HEADING-LINE.
002440     05 FILLER                    PIC X(037)
002450            VALUE 'COURT ORDER ATTACHMENT STATUS        '.
002460     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002470     05 G9-HDG-DATE               PIC 9(008).
002480     05 FILLER                    PIC X(082) VALUE SPACES.
002490 01  G9-COLUMN-LINE.
002500     05 FILLER                    PIC X(028)
002510            VALUE 'ORDER NO         T CUSTOMER '.
002520     05 FILLER                    PIC X(036)
002530            VALUE 'CCY          ORDERED        SATISFIE'.
002540     05 FILLER                    PIC X(036)
002550            VALUE 'D      OUTSTANDING LAST SWP STATUS  '.
002560     05 FILLER                    PIC X(032) VALUE SPACES.
002570 01  G9-DETAIL-LINE.
002580     05 G9-DTL-ORDER-NO           PIC X(016).
002590     05 FILLER                    PIC X(001) VALUE SPACES.
002600     05 G9-DTL-TYPE               PIC X(001).
002610     05 FILLER                    PIC X(001) VALUE SPACES.
002620     05 G9-DTL-CUSTOMER           PIC X(006).
002630     05 FILLER                    PIC X(003) VALUE SPACES.
002640     05 G9-DTL-CCY                PIC X(003).
002650     05 FILLER                    PIC X(001) VALUE SPACES.
002660     05 G9-DTL-ORDERED            PIC Z(012)9.99.
002670     05 FILLER                    PIC X(001) VALUE SPACES.
002680     05 G9-DTL-SATISFIED          PIC Z(012)9.99.
002690     05 FILLER                    PIC X(001) VALUE SPACES.
002700     05 G9-DTL-OUTSTANDING        PIC Z(012)9.99.
002710     05 FILLER                    PIC X(001) VALUE SPACES.
002720     05 G9-DTL-LAST-SWEEP         PIC 9(008).
002730     05 FILLER                    PIC X(001) VALUE SPACES.
002740     05 G9-DTL-STATUS             PIC X(024).
002750     05 FILLER                    PIC X(016) VALUE SPACES.
002760 01  G9-TOTAL-LINE.
002770     05 FILLER                    PIC X(006) VALUE 'OPEN  '.
002780     05 G9-TTL-OPEN               PIC ZZZZZ9.
002790     05 FILLER                    PIC X(010) VALUE '  STALLED '.
002800     05 G9-TTL-STALLED            PIC ZZZZZ9.
002810     05 FILLER                    PIC X(012) VALUE '  SATISFIED '.
002820     05 G9-TTL-SATISFIED          PIC ZZZZZ9.
002830     05 FILLER                    PIC X(009) VALUE '  LIFTED '.
002840     05 G9-TTL-LIFTED             PIC ZZZZZ9.
002850     05 FILLER                    PIC X(015)
002860            VALUE '  OUTSTANDING  '.
002870     05 G9-TTL-OUTSTANDING        PIC Z(012)9.99.
002880     05 FILLER                    PIC X(040) VALUE SPACES.
002890 01  G9-SUMMARY-LINE.
002900     05 FILLER                    PIC X(014)
002910            VALUE 'SWEPT TONIGHT '.
002920     05 G9-SUM-SWEEP-COUNT        PIC ZZZZZ9.
002930     05 FILLER                    PIC X(001) VALUE SPACES.
002940     05 G9-SUM-SWEEP-TOTAL        PIC Z(012)9.99.
002950     05 FILLER                    PIC X(015)
002960            VALUE '  HOLDS PLACED '.
002970     05 G9-SUM-PLACED             PIC ZZZZZ9.
002980     05 FILLER                    PIC X(010) VALUE '  REDUCED '.
002990     05 G9-SUM-REDUCED            PIC ZZZZZ9.
003000     05 FILLER                    PIC X(011)
003010            VALUE '  RELEASED '.
003020     05 G9-SUM-RELEASED           PIC ZZZZZ9.
003030     05 FILLER                    PIC X(041) VALUE SPACES.
003040 COPY "Court_Order_Param.cpy"
003050     REPLACING COURT-ORDER-PARAM-RECORD BY G9-PARAM-WORK.
003060 COPY "Court_Order.cpy"
003070     REPLACING COURT-ORDER-RECORD BY G9-ORDER-WORK.
003080 COPY "Transaction_Req.cpy".
003090 COPY "EQ_HOLD_REQ.cpy".
003100 COPY "Run_Statistics.cpy".
003105 COPY "Business_Date_Service.cpy".
003110 PROCEDURE DIVISION.
003120*-----------------------------------------------------------------
003130 0000-MAINLINE.
003140*-----------------------------------------------------------------
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     IF G9-ORDER-COUNT > ZERO
003170         SET G9-ORD-IDX TO 1
003180         PERFORM 2000-WORK-ONE-ORDER THRU 2000-EXIT
003190             UNTIL G9-ORD-IDX > G9-ORDER-COUNT
003200     END-IF.
003210     PERFORM 5000-WRITE-NEW-REGISTER THRU 5000-EXIT.
003220     IF G9-REPORT-DAY
003230         PERFORM 7000-PRINT-STATUS-REPORT THRU 7000-EXIT
003240     END-IF.
003250     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003260     STOP RUN.
003270*-----------------------------------------------------------------
003280 1000-INITIALIZE.
003290*-----------------------------------------------------------------
003300     ACCEPT G9-RUN-DATE FROM DATE YYYYMMDD.
003301     MOVE SPACES TO BUSINESS-DATE-AREA.
003302     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003303     EVALUATE TRUE
003304         WHEN BDS-OK
003305             MOVE BDS-BUSINESS-DATE TO G9-RUN-DATE
003306         WHEN BDS-NOT-STARTED
003307             DISPLAY 'ESB089G: BUSINESS DATE NOT STARTED -'
003308                 ' RUN REFUSED'
003309             MOVE 8 TO RETURN-CODE
003310             STOP RUN
003311         WHEN OTHER
003312             CONTINUE
003313     END-EVALUATE.
003314     ACCEPT G9-RUN-TIME FROM TIME.
003330     ACCEPT RST-START-TIME FROM TIME.
003340     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003350                  RST-REJECT-COUNT.
003360     COMPUTE G9-RUN-JULIAN =
003370         FUNCTION INTEGER-OF-DATE(G9-RUN-DATE).
003372*    THE REPORT DAY FOLLOWS THE BUSINESS DATE, NOT THE CLOCK;
003374*    DAY 1 OF THE CALENDAR WAS A MONDAY.
003376     COMPUTE G9-DAY-OF-WEEK =
003378         FUNCTION MOD(G9-RUN-JULIAN - 1, 7) + 1.
003380     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
003390     OPEN INPUT CTOOLDF.
003400     IF G9-CTOOLDF-OK
003410         PERFORM 9200-READ-CTOOLDF THRU 9200-EXIT
003420     ELSE
003430         SET G9-CTOOLDF-EOF TO TRUE
003440     END-IF.
003450     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
003460         UNTIL G9-CTOOLDF-EOF.
003470     CLOSE CTOOLDF.
003480     OPEN INPUT CTOINTF.
003490     IF G9-CTOINTF-OK
003500         PERFORM 9300-READ-CTOINTF THRU 9300-EXIT
003510     ELSE
003520         SET G9-CTOINTF-EOF TO TRUE
003530     END-IF.
003540     PERFORM 1300-APPLY-INTAKE THRU 1300-EXIT
003550         UNTIL G9-CTOINTF-EOF.
003560     CLOSE CTOINTF.
003570     IF G9-ORDER-COUNT > ZERO
003580         SET G9-ORD-IDX TO 1
003590         PERFORM 1400-NOTE-NAMED-ACCOUNTS THRU 1400-EXIT
003600             UNTIL G9-ORD-IDX > G9-ORDER-COUNT
003610     END-IF.
003620     OPEN INPUT BALENQR.
003630     IF G9-BALENQR-OK
003640         PERFORM 9400-READ-BALENQR THRU 9400-EXIT
003650     ELSE
003660         DISPLAY 'ESB089G: NO BALANCE RESPONSES, NOTHING SWEPT'
003670         SET G9-BALENQR-EOF TO TRUE
003680     END-IF.
003690     PERFORM 1500-LOAD-BALANCES THRU 1500-EXIT
003700         UNTIL G9-BALENQR-EOF.
003710     CLOSE BALENQR.
003720     OPEN OUTPUT CTONEWF.
003730     OPEN OUTPUT CTOSWPF.
003740     OPEN OUTPUT CTOHLDF.
003750     OPEN OUTPUT HOLDAMDF.
003760     OPEN OUTPUT CTORPT.
003770 1000-EXIT.
003780     EXIT.
003790*-----------------------------------------------------------------
003800 1100-LOAD-PARAMETERS.
003810*-----------------------------------------------------------------
003820     OPEN INPUT CTOPRMF.
003830     IF G9-CTOPRMF-OK
003840         PERFORM 9100-READ-CTOPRMF THRU 9100-EXIT
003850         IF NOT G9-CTOPRMF-EOF
003860             MOVE COURT-ORDER-PARAM-RECORD TO G9-PARAM-WORK
003870             SET G9-PARAM-LOADED TO TRUE
003880         END-IF
003890     END-IF.
003900     CLOSE CTOPRMF.
003910     IF NOT G9-PARAM-LOADED
003920         DISPLAY 'ESB089G: NO COURT ORDER PARAMETER RECORD'
003930         MOVE SPACES TO G9-PARAM-WORK
003940         MOVE ZERO TO CTP-STALL-DAYS OF G9-PARAM-WORK
003950                      CTP-REPORT-DAY OF G9-PARAM-WORK
003960                      CTP-RETAIN-DAYS OF G9-PARAM-WORK
003970     END-IF.
003980     IF CTP-HOLD-REASON OF G9-PARAM-WORK = SPACES
003990         MOVE 'CTO' TO CTP-HOLD-REASON OF G9-PARAM-WORK
004000     END-IF.
004010     IF CTP-STALL-DAYS OF G9-PARAM-WORK = ZERO
004020         MOVE 30 TO CTP-STALL-DAYS OF G9-PARAM-WORK
004030     END-IF.
004040     IF CTP-RETAIN-DAYS OF G9-PARAM-WORK = ZERO
004050         MOVE 90 TO CTP-RETAIN-DAYS OF G9-PARAM-WORK
004060     END-IF.
004070     IF CTP-REPORT-DAY OF G9-PARAM-WORK = ZERO
004080         MOVE 5 TO CTP-REPORT-DAY OF G9-PARAM-WORK
004090     END-IF.
004100     IF CTP-REPORT-DAY OF G9-PARAM-WORK = G9-DAY-OF-WEEK
004110         SET G9-REPORT-DAY TO TRUE
004120     END-IF.
004130*    NO SUSPENSE ACCOUNT MEANS NOTHING CAN BE SWEPT; HOLDS ARE
004140*    STILL PLACED SO THE MONEY CANNOT LEAVE THE ACCOUNTS.
004150     IF CTP-SUSPENSE-BRANCH OF G9-PARAM-WORK = SPACES
004160        OR CTP-SUSPENSE-ACCOUNT OF G9-PARAM-WORK = SPACES
004170         DISPLAY 'ESB089G: NO SUSPENSE ACCOUNT, SWEEPS SUPPRESSED'
004180     ELSE
004190         SET G9-SWEEP-ENABLED TO TRUE
004200     END-IF.
004210 1100-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240 1200-LOAD-REGISTER.
004250*-----------------------------------------------------------------
004260     ADD 1 TO G9-ORDER-READ-COUNT.
004270     ADD 1 TO RST-RECORDS-IN.
004280*    AN ORDER LEFT OUT WOULD VANISH FROM THE NEW GENERATION, SO
004290*    A FULL TABLE STOPS THE RUN BEFORE ANY OUTPUT IS OPENED.
004300     IF G9-ORDER-COUNT NOT < 500
004310         DISPLAY 'ESB089G: REGISTER TABLE FULL AT '
004320             CTO-ORDER-NO OF COURT-ORDER-RECORD ' - RUN REFUSED'
004330         MOVE 8 TO RETURN-CODE
004340         STOP RUN
004420     END-IF.
004421     ADD 1 TO G9-ORDER-COUNT.
004422     SET G9-ORD-IDX TO G9-ORDER-COUNT.
004423     MOVE CTO-ORDER-NO OF COURT-ORDER-RECORD
004424         TO G9-ORD-ORDER-NO (G9-ORD-IDX).
004425     MOVE COURT-ORDER-RECORD TO G9-ORD-IMAGE (G9-ORD-IDX).
004426     MOVE 'Y' TO G9-ORD-KEEP-SW (G9-ORD-IDX).
004427     MOVE 'N' TO G9-ORD-LIFT-SW (G9-ORD-IDX).
004428     MOVE COURT-ORDER-RECORD TO G9-ORDER-WORK.
004429     PERFORM 1210-SEED-HOLD-NUMBER THRU 1210-EXIT.
004430     PERFORM 9200-READ-CTOOLDF THRU 9200-EXIT.
004440 1200-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470 1210-SEED-HOLD-NUMBER.
004480*-----------------------------------------------------------------
004490*    THE HIGHEST COURT-ORDER HOLD NUMBER ON THE REGISTER SEEDS
004500*    TONIGHT'S NUMBERING.
004510     MOVE 1 TO G9-ACC-SUB.
004520     PERFORM 1220-SEED-ONE-ACCOUNT THRU 1220-EXIT
004530         UNTIL G9-ACC-SUB > 5.
004540 1210-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570 1220-SEED-ONE-ACCOUNT.
004580*-----------------------------------------------------------------
004590     MOVE CTO-ACC-GZHNO OF G9-ORDER-WORK (G9-ACC-SUB)
004600         TO G9-HOLD-NUMBER-TEXT.
004610     IF G9-HOLD-NUMBER-BAND-TEXT = '2'
004620        AND G9-HOLD-NUMBER-DIGITS IS NUMERIC
004630        AND G9-HOLD-NUMBER-SEQ > G9-LAST-HOLD-SEQ
004640         MOVE G9-HOLD-NUMBER-SEQ TO G9-LAST-HOLD-SEQ
004650     END-IF.
004660     ADD 1 TO G9-ACC-SUB.
004670 1220-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700 1300-APPLY-INTAKE.
004710*-----------------------------------------------------------------
004720*    A NEW ORDER NUMBER OPENS AN ORDER; A KNOWN ORDER NUMBER
004730*    ARRIVING WITH STATUS 'L' IS LIFTED AND ITS HOLDS RELEASED.
004740     MOVE CTOINTF-RECORD TO G9-ORDER-WORK.
004750     MOVE CTO-ORDER-NO OF G9-ORDER-WORK TO G9-INTAKE-ORDER-NO.
004760     MOVE CTO-STATUS OF G9-ORDER-WORK TO G9-INTAKE-STATUS.
004770     PERFORM 1310-FIND-ORDER THRU 1310-EXIT.
004780     IF G9-ORDER-FOUND
004790         IF G9-INTAKE-STATUS = 'L'
004800             MOVE 'Y' TO G9-ORD-LIFT-SW (G9-ORD-LOOKUP-IDX)
004810         ELSE
004820             DISPLAY 'ESB089G: ORDER ALREADY REGISTERED '
004830                 G9-INTAKE-ORDER-NO
004840             ADD 1 TO RST-REJECT-COUNT
004850         END-IF
004860         GO TO 1300-READ-NEXT
004870     END-IF.
004880     IF G9-INTAKE-STATUS = 'L'
004890         DISPLAY 'ESB089G: LIFT FOR UNKNOWN ORDER '
004900             G9-INTAKE-ORDER-NO
004910         ADD 1 TO RST-REJECT-COUNT
004920         GO TO 1300-READ-NEXT
004930     END-IF.
004940     IF G9-ORDER-COUNT NOT < 500
004950         DISPLAY 'ESB089G: REGISTER TABLE FULL AT '
004960             G9-INTAKE-ORDER-NO ' - RUN REFUSED'
004970         MOVE 8 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     ADD 1 TO G9-NEW-ORDER-COUNT.
005010     MOVE ZERO TO CTO-SATISFIED OF G9-ORDER-WORK.
005020     MOVE CTO-AMOUNT-ORDERED OF G9-ORDER-WORK
005030         TO CTO-OUTSTANDING OF G9-ORDER-WORK.
005040     MOVE ZERO TO CTO-LAST-SWEEP-DATE OF G9-ORDER-WORK.
005050     IF CTO-RECEIVED-DATE OF G9-ORDER-WORK NOT NUMERIC
005060        OR CTO-RECEIVED-DATE OF G9-ORDER-WORK = ZERO
005070         MOVE G9-RUN-DATE TO CTO-RECEIVED-DATE OF G9-ORDER-WORK
005080     END-IF.
005090     SET CTO-OPEN OF G9-ORDER-WORK TO TRUE.
005100     MOVE G9-RUN-DATE TO CTO-STATUS-DATE OF G9-ORDER-WORK.
005110     IF CTO-ACCOUNT-COUNT OF G9-ORDER-WORK NOT NUMERIC
005120         MOVE ZERO TO CTO-ACCOUNT-COUNT OF G9-ORDER-WORK
005130     END-IF.
005140     IF CTO-ACCOUNT-COUNT OF G9-ORDER-WORK > 5
005150         MOVE 5 TO CTO-ACCOUNT-COUNT OF G9-ORDER-WORK
005160     END-IF.
005170     MOVE 1 TO G9-ACC-SUB.
005180     PERFORM 1320-CLEAR-ONE-ACCOUNT THRU 1320-EXIT
005190         UNTIL G9-ACC-SUB > 5.
005200     ADD 1 TO G9-ORDER-COUNT.
005210     SET G9-ORD-IDX TO G9-ORDER-COUNT.
005220     MOVE G9-INTAKE-ORDER-NO TO G9-ORD-ORDER-NO (G9-ORD-IDX).
005230     MOVE G9-ORDER-WORK TO G9-ORD-IMAGE (G9-ORD-IDX).
005240     MOVE 'Y' TO G9-ORD-KEEP-SW (G9-ORD-IDX).
005250     MOVE 'N' TO G9-ORD-LIFT-SW (G9-ORD-IDX).
005260 1300-READ-NEXT.
005270     PERFORM 9300-READ-CTOINTF THRU 9300-EXIT.
005280 1300-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310 1310-FIND-ORDER.
005320*-----------------------------------------------------------------
005330     MOVE 'N' TO G9-ORDER-FOUND-SW.
005340     IF G9-ORDER-COUNT = ZERO
005350         GO TO 1310-EXIT
005360     END-IF.
005370     SET G9-ORD-LOOKUP-IDX TO 1.
005380     PERFORM 1315-SCAN-ORDERS THRU 1315-EXIT
005390         UNTIL G9-ORD-LOOKUP-IDX > G9-ORDER-COUNT
005400            OR G9-ORDER-FOUND.
005410 1310-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------------
005440 1315-SCAN-ORDERS.
005450*-----------------------------------------------------------------
005460     IF G9-ORD-ORDER-NO (G9-ORD-LOOKUP-IDX) = G9-INTAKE-ORDER-NO
005470         SET G9-ORDER-FOUND TO TRUE
005480     ELSE
005490         SET G9-ORD-LOOKUP-IDX UP BY 1
005500     END-IF.
005510 1315-EXIT.
005520     EXIT.
005530*-----------------------------------------------------------------
005540 1320-CLEAR-ONE-ACCOUNT.
005550*-----------------------------------------------------------------
005560     MOVE SPACES TO CTO-ACC-GZHNO OF G9-ORDER-WORK (G9-ACC-SUB).
005570     MOVE 'N' TO CTO-ACC-HOLD-SW OF G9-ORDER-WORK (G9-ACC-SUB).
005580     MOVE ZERO
005590         TO CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB).
005600     ADD 1 TO G9-ACC-SUB.
005610 1320-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640 1400-NOTE-NAMED-ACCOUNTS.
005650*-----------------------------------------------------------------
005660     MOVE G9-ORD-IMAGE (G9-ORD-IDX) TO G9-ORDER-WORK.
005670     IF CTO-OPEN OF G9-ORDER-WORK
005680         MOVE CTO-ACCOUNT-COUNT OF G9-ORDER-WORK TO G9-ACC-LIMIT
005690         MOVE 1 TO G9-ACC-SUB
005700         PERFORM 1410-NOTE-ONE-ACCOUNT THRU 1410-EXIT
005710             UNTIL G9-ACC-SUB > G9-ACC-LIMIT
005720     END-IF.
005730     SET G9-ORD-IDX UP BY 1.
005740 1400-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770 1410-NOTE-ONE-ACCOUNT.
005780*-----------------------------------------------------------------
005790     PERFORM 4000-FIND-BALANCE THRU 4000-EXIT.
005800     IF NOT G9-BAL-FOUND
005810        AND G9-BAL-COUNT < 2500
005820         ADD 1 TO G9-BAL-COUNT
005830         SET G9-BAL-IDX TO G9-BAL-COUNT
005840         MOVE CTO-ACC-BRANCH OF G9-ORDER-WORK (G9-ACC-SUB)
005850             TO G9-BAL-BRANCH (G9-BAL-IDX)
005860         MOVE CTO-ACC-ACCOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
005870             TO G9-BAL-ACCOUNT (G9-BAL-IDX)
005880         MOVE CTO-ACC-SUBACCT OF G9-ORDER-WORK (G9-ACC-SUB)
005890             TO G9-BAL-SUBACCT (G9-BAL-IDX)
005900         MOVE ZERO TO G9-BAL-AVAILABLE (G9-BAL-IDX)
005905                      G9-BAL-LIENS (G9-BAL-IDX)
005910     END-IF.
005920     ADD 1 TO G9-ACC-SUB.
005930 1410-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960 1500-LOAD-BALANCES.
005970*-----------------------------------------------------------------
005980*    THE LATEST RESPONSE FOR A NAMED ACCOUNT WINS.
005990     IF G9-BAL-COUNT = ZERO
006000         GO TO 1500-READ-NEXT
006010     END-IF.
006020     MOVE 'N' TO G9-BAL-FOUND-SW.
006030     SET G9-BAL-LOOKUP-IDX TO 1.
006040     PERFORM 1510-SCAN-RESPONSE THRU 1510-EXIT
006050         UNTIL G9-BAL-LOOKUP-IDX > G9-BAL-COUNT
006060            OR G9-BAL-FOUND.
006070     IF G9-BAL-FOUND
006080         PERFORM 1520-TAKE-BALANCE THRU 1520-EXIT
006150     END-IF.
006160 1500-READ-NEXT.
006170     PERFORM 9400-READ-BALENQR THRU 9400-EXIT.
006180 1500-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210 1510-SCAN-RESPONSE.
006220*-----------------------------------------------------------------
006230     IF G9-BAL-BRANCH (G9-BAL-LOOKUP-IDX) =
006240             HZAB OF BALANCE-ENQUIRY-BODY
006250        AND G9-BAL-ACCOUNT (G9-BAL-LOOKUP-IDX) =
006260             HZAN OF BALANCE-ENQUIRY-BODY
006270        AND G9-BAL-SUBACCT (G9-BAL-LOOKUP-IDX) =
006280             HZAS OF BALANCE-ENQUIRY-BODY
006290         SET G9-BAL-FOUND TO TRUE
006300     ELSE
006310         SET G9-BAL-LOOKUP-IDX UP BY 1
006320     END-IF.
006330 1510-EXIT.
006331     EXIT.
006332*-----------------------------------------------------------------
006333 1520-TAKE-BALANCE.
006334*-----------------------------------------------------------------
006335*    HZNABL ALREADY COUNTS THE UNDRAWN OVERDRAFT LIMIT (THE
006336*    ESB012U CONVENTION), SO THE LIMIT IS TAKEN OFF TO LEAVE THE
006337*    ACCOUNT'S OWN FUNDS; A SWEEP MUST NEVER DRAW ON THE
006338*    OVERDRAFT.  A RESPONSE THAT CANNOT BE READ LEAVES NOTHING
006339*    TO SWEEP.
006340     MOVE ZERO TO G9-BAL-AVAILABLE (G9-BAL-LOOKUP-IDX)
006341                  G9-BAL-LIENS (G9-BAL-LOOKUP-IDX).
006342     MOVE HZNABL OF BALANCE-ENQUIRY-BODY TO G9-NABL-TEXT.
006343     MOVE HZODL  OF BALANCE-ENQUIRY-BODY TO G9-ODL-TEXT.
006344     MOVE HZLABL OF BALANCE-ENQUIRY-BODY TO G9-LABL-TEXT.
006345     IF G9-NABL-TEXT NOT NUMERIC
006346        OR G9-ODL-TEXT NOT NUMERIC
006347        OR G9-LABL-TEXT NOT NUMERIC
006348         GO TO 1520-EXIT
006349     END-IF.
006350     COMPUTE G9-CLEARED-FUNDS = G9-NABL-NUMERIC - G9-ODL-NUMERIC.
006351     IF G9-CLEARED-FUNDS > ZERO
006352         MOVE G9-CLEARED-FUNDS
006353             TO G9-BAL-AVAILABLE (G9-BAL-LOOKUP-IDX)
006354     END-IF.
006355     MOVE G9-LABL-NUMERIC TO G9-BAL-LIENS (G9-BAL-LOOKUP-IDX).
006356 1520-EXIT.
006357     EXIT.
006358*-----------------------------------------------------------------
006360 2000-WORK-ONE-ORDER.
006370*-----------------------------------------------------------------
006380     MOVE G9-ORD-IMAGE (G9-ORD-IDX) TO G9-ORDER-WORK.
006390     MOVE CTO-ACCOUNT-COUNT OF G9-ORDER-WORK TO G9-ACC-LIMIT.
006400     IF NOT CTO-OPEN OF G9-ORDER-WORK
006410         PERFORM 2900-CHECK-RETENTION THRU 2900-EXIT
006420         GO TO 2000-NEXT-ORDER
006430     END-IF.
006440     IF G9-ORD-LIFT-SW (G9-ORD-IDX) = 'Y'
006450         PERFORM 2500-LIFT-ORDER THRU 2500-EXIT
006460         GO TO 2000-SAVE-ORDER
006470     END-IF.
006480     IF G9-SWEEP-ENABLED
006490         MOVE 1 TO G9-ACC-SUB
006500         PERFORM 2100-SWEEP-ONE-ACCOUNT THRU 2100-EXIT
006510             UNTIL G9-ACC-SUB > G9-ACC-LIMIT
006520     END-IF.
006530     MOVE 1 TO G9-ACC-SUB.
006540     PERFORM 2300-ADJUST-ONE-HOLD THRU 2300-EXIT
006550         UNTIL G9-ACC-SUB > G9-ACC-LIMIT.
006560     IF CTO-OUTSTANDING OF G9-ORDER-WORK = ZERO
006570         SET CTO-SATISFIED-IN-FULL OF G9-ORDER-WORK TO TRUE
006580         MOVE G9-RUN-DATE TO CTO-STATUS-DATE OF G9-ORDER-WORK
006590         ADD 1 TO G9-SATISFIED-COUNT
006600     END-IF.
006610 2000-SAVE-ORDER.
006620     MOVE G9-ORDER-WORK TO G9-ORD-IMAGE (G9-ORD-IDX).
006630 2000-NEXT-ORDER.
006640     SET G9-ORD-IDX UP BY 1.
006650 2000-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------------
006680 2100-SWEEP-ONE-ACCOUNT.
006690*-----------------------------------------------------------------
006700     IF CTO-OUTSTANDING OF G9-ORDER-WORK = ZERO
006710         GO TO 2100-NEXT-ACCOUNT
006720     END-IF.
006730     PERFORM 4000-FIND-BALANCE THRU 4000-EXIT.
006740     IF NOT G9-BAL-FOUND
006750         GO TO 2100-NEXT-ACCOUNT
006760     END-IF.
006761*    FUNDS UNDER ANOTHER LIEN ARE NOT THIS ORDER'S TO TAKE.  THE
006762*    ORDER'S OWN HOLD IS PART OF HZLABL AND IS WHAT THE SWEEP IS
006763*    FOR, SO IT IS NOT COUNTED AGAINST IT.
006764     MOVE G9-BAL-LIENS (G9-BAL-LOOKUP-IDX) TO G9-OTHER-LIENS.
006765     IF CTO-ACC-HOLD-ON OF G9-ORDER-WORK (G9-ACC-SUB)
006766         IF CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB) <
006767                 G9-OTHER-LIENS
006768             SUBTRACT CTO-ACC-HOLD-AMOUNT
006769                 OF G9-ORDER-WORK (G9-ACC-SUB)
006770                 FROM G9-OTHER-LIENS
006771         ELSE
006772             MOVE ZERO TO G9-OTHER-LIENS
006773         END-IF
006774     END-IF.
006775     IF G9-BAL-AVAILABLE (G9-BAL-LOOKUP-IDX) NOT > G9-OTHER-LIENS
006780         GO TO 2100-NEXT-ACCOUNT
006790     END-IF.
006800     COMPUTE G9-SWEEPABLE =
006810         G9-BAL-AVAILABLE (G9-BAL-LOOKUP-IDX) - G9-OTHER-LIENS.
006820     IF G9-SWEEPABLE < CTO-OUTSTANDING OF G9-ORDER-WORK
006830         MOVE G9-SWEEPABLE TO G9-SWEEP-AMOUNT
006840     ELSE
006850         MOVE CTO-OUTSTANDING OF G9-ORDER-WORK TO G9-SWEEP-AMOUNT
006860     END-IF.
006862*    A FULL BATCH LEAVES THE BALANCE TO BE SWEPT NEXT RUN.
006864     IF G9-LEG-SEQ NOT < 9999
006866         GO TO 2100-NEXT-ACCOUNT
006868     END-IF.
006870     PERFORM 2200-BUILD-SWEEP THRU 2200-EXIT.
006880     SUBTRACT G9-SWEEP-AMOUNT
006890         FROM G9-BAL-AVAILABLE (G9-BAL-LOOKUP-IDX).
006900     ADD G9-SWEEP-AMOUNT TO CTO-SATISFIED OF G9-ORDER-WORK.
006910     SUBTRACT G9-SWEEP-AMOUNT
006920         FROM CTO-OUTSTANDING OF G9-ORDER-WORK.
006930     MOVE G9-RUN-DATE TO CTO-LAST-SWEEP-DATE OF G9-ORDER-WORK.
006940 2100-NEXT-ACCOUNT.
006950     ADD 1 TO G9-ACC-SUB.
006960 2100-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------------
006990 2200-BUILD-SWEEP.
007000*-----------------------------------------------------------------
007010     ADD 1 TO G9-SWEEP-COUNT.
007020     ADD 1 TO RST-RECORDS-OUT.
007030     ADD G9-SWEEP-AMOUNT TO G9-SWEEP-TOTAL.
007035*    THE FIRST SWEEP OF THE RUN OPENS THE BATCH.
007040     IF G9-LEG-SEQ = ZERO
007045         ADD 1 TO G9-GEN-SEQ
007050         MOVE G9-RUN-DATE TO G9-NEW-PCREF-DATE
007055         MOVE G9-GEN-SEQ  TO G9-NEW-PCREF-SEQ
007060         MOVE G9-NEW-PCREF TO G9-SWEEP-PCREF
007065     END-IF.
007070     ADD 1 TO G9-LEG-SEQ.
007075     MOVE G9-SWEEP-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
007080     MOVE '0001' TO NMSGS  OF TRANSACTION-REQ-HEADER.
007090     MOVE G9-LEG-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
007100     MOVE G9-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
007110     MOVE CTO-ACC-BRANCH OF G9-ORDER-WORK (G9-ACC-SUB)
007120         TO GZBRNM OF TRANSACTION-REQ-BODY.
007130     MOVE CTO-ACC-BRANCH OF G9-ORDER-WORK (G9-ACC-SUB)
007140         TO GZAB1 OF TRANSACTION-REQ-BODY.
007150     MOVE CTO-ACC-ACCOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
007160         TO GZAN1 OF TRANSACTION-REQ-BODY.
007170     MOVE CTO-ACC-SUBACCT OF G9-ORDER-WORK (G9-ACC-SUB)
007180         TO GZAS1 OF TRANSACTION-REQ-BODY.
007190     MOVE CTP-SUSPENSE-BRANCH OF G9-PARAM-WORK
007200         TO GZAB2 OF TRANSACTION-REQ-BODY.
007210     MOVE CTP-SUSPENSE-ACCOUNT OF G9-PARAM-WORK
007220         TO GZAN2 OF TRANSACTION-REQ-BODY.
007230     MOVE CTP-SUSPENSE-SUBACCT OF G9-PARAM-WORK
007240         TO GZAS2 OF TRANSACTION-REQ-BODY.
007250     MOVE G9-SWEEP-AMOUNT TO G9-AMOUNT-NUMERIC.
007260     MOVE G9-AMOUNT-TEXT TO GZAMA1 OF TRANSACTION-REQ-BODY.
007270     MOVE G9-AMOUNT-TEXT TO GZAMA2 OF TRANSACTION-REQ-BODY.
007280     MOVE CTP-TCD-DEBIT OF G9-PARAM-WORK
007290         TO GZTCD1 OF TRANSACTION-REQ-BODY.
007300     MOVE CTP-TCD-CREDIT OF G9-PARAM-WORK
007310         TO GZTCD2 OF TRANSACTION-REQ-BODY.
007320     MOVE CTO-CCY OF G9-ORDER-WORK
007330         TO GZCCY1 OF TRANSACTION-REQ-BODY.
007340     MOVE CTO-CCY OF G9-ORDER-WORK
007350         TO GZCCY2 OF TRANSACTION-REQ-BODY.
007360     MOVE CTO-ORDER-NO OF G9-ORDER-WORK
007370         TO GZDRF1 OF TRANSACTION-REQ-BODY.
007380     MOVE CTO-ORDER-NO OF G9-ORDER-WORK
007390         TO GZDRF2 OF TRANSACTION-REQ-BODY.
007400     MOVE CTO-ORDER-NO OF G9-ORDER-WORK TO G9-NAR-ORDER-NO.
007410     MOVE G9-NARRATIVE-WORK TO GZNR1 OF TRANSACTION-REQ-BODY.
007420     MOVE CTO-COURT OF G9-ORDER-WORK
007430         TO GZNR2 OF TRANSACTION-REQ-BODY.
007440     MOVE G9-NARRATIVE-WORK TO GZNR5 OF TRANSACTION-REQ-BODY.
007450     MOVE CTO-COURT OF G9-ORDER-WORK
007460         TO GZNR6 OF TRANSACTION-REQ-BODY.
007470     PERFORM 2600-STAMP-CHECK-DIGITS THRU 2600-EXIT.
007480     MOVE TRANSACTION-REQ TO CTOSWPF-RECORD.
007490     WRITE CTOSWPF-RECORD.
007500 2200-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530 2300-ADJUST-ONE-HOLD.
007540*-----------------------------------------------------------------
007550*    EVERY NAMED ACCOUNT IS HELD FOR THE ORDER'S OUTSTANDING
007560*    FIGURE.  A HOLD ALREADY IN PLACE IS BROUGHT DOWN TO IT BY
007570*    AN ESB045H REDUCTION, OR RELEASED IN FULL ONCE NOTHING IS
007580*    OUTSTANDING.
007590     IF CTO-ACC-HOLD-ON OF G9-ORDER-WORK (G9-ACC-SUB)
007600         IF CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB) >
007610                 CTO-OUTSTANDING OF G9-ORDER-WORK
007620             PERFORM 2310-AMEND-HOLD THRU 2310-EXIT
007630         END-IF
007640         GO TO 2300-NEXT-ACCOUNT
007650     END-IF.
007660     IF CTO-ACC-HOLD-RELEASED OF G9-ORDER-WORK (G9-ACC-SUB)
007670         GO TO 2300-NEXT-ACCOUNT
007680     END-IF.
007690     IF CTO-OUTSTANDING OF G9-ORDER-WORK > ZERO
007700         PERFORM 2400-PLACE-HOLD THRU 2400-EXIT
007710     END-IF.
007720 2300-NEXT-ACCOUNT.
007730     ADD 1 TO G9-ACC-SUB.
007740 2300-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770 2310-AMEND-HOLD.
007780*-----------------------------------------------------------------
007790     MOVE SPACES TO HOLD-AMENDMENT-RECORD.
007800     IF CTO-OUTSTANDING OF G9-ORDER-WORK = ZERO
007810         SET HAM-PARTIAL-RELEASE TO TRUE
007820         MOVE CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
007830             TO G9-HOLD-DIFFERENCE
007840         MOVE 'R' TO CTO-ACC-HOLD-SW OF G9-ORDER-WORK (G9-ACC-SUB)
007850         ADD 1 TO G9-HOLD-RELEASED-COUNT
007860     ELSE
007870         SET HAM-REDUCE-AMOUNT TO TRUE
007880         COMPUTE G9-HOLD-DIFFERENCE =
007890             CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
007900             - CTO-OUTSTANDING OF G9-ORDER-WORK
007910         ADD 1 TO G9-HOLD-REDUCED-COUNT
007920     END-IF.
007930     PERFORM 2320-WRITE-AMENDMENT THRU 2320-EXIT.
007940     MOVE CTO-OUTSTANDING OF G9-ORDER-WORK
007950         TO CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB).
007960 2310-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------------
007990 2320-WRITE-AMENDMENT.
008000*-----------------------------------------------------------------
008010     MOVE CTO-ACC-BRANCH OF G9-ORDER-WORK (G9-ACC-SUB)
008020         TO HAM-GZBBN.
008030     MOVE CTO-ACC-ACCOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
008040         TO HAM-GZBNO.
008050     MOVE CTO-ACC-SUBACCT OF G9-ORDER-WORK (G9-ACC-SUB)
008060         TO HAM-GZSFX.
008070     MOVE CTO-ACC-GZHNO OF G9-ORDER-WORK (G9-ACC-SUB)
008080         TO HAM-GZHNO.
008090     MOVE ZERO TO HAM-NEW-EXPIRY.
008100     MOVE G9-HOLD-DIFFERENCE TO HAM-AMOUNT.
008110     MOVE G9-HOLD-USER TO HAM-OPERATOR-ID.
008120     WRITE HOLD-AMENDMENT-RECORD.
008130 2320-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160 2400-PLACE-HOLD.
008170*-----------------------------------------------------------------
008171*    A WRAPPED HOLD NUMBER WOULD DUPLICATE A LIVE HOLD.
008172     IF G9-LAST-HOLD-SEQ NOT < 9999
008173         DISPLAY 'ESB089G: HOLD NUMBERS IN BAND 2 EXHAUSTED -'
008174             ' RUN STOPPED'
008175         MOVE 8 TO RETURN-CODE
008176         STOP RUN
008177     END-IF.
008180     ADD 1 TO G9-HOLD-PLACED-COUNT.
008190     ADD 1 TO G9-GEN-SEQ.
008200     ADD 1 TO G9-LAST-HOLD-SEQ.
008210     MOVE '2' TO G9-HOLD-NUMBER-BAND.
008220     MOVE G9-LAST-HOLD-SEQ TO G9-HOLD-NUMBER-SEQ.
008230     MOVE G9-RUN-DATE TO G9-NEW-PCREF-DATE.
008240     MOVE G9-GEN-SEQ  TO G9-NEW-PCREF-SEQ.
008250     MOVE G9-NEW-PCREF TO PCREF OF EQHOLD-REQ-HEADER.
008260     MOVE '0001' TO NMSGS  OF EQHOLD-REQ-HEADER.
008270     MOVE '0001' TO TRANSQ OF EQHOLD-REQ-HEADER.
008280     MOVE G9-DATE-TIME TO TSTAMP OF EQHOLD-REQ-HEADER.
008290     MOVE SPACES TO EQHOLD-REQ-BODY.
008300     MOVE ':C4:'  TO GZBBN-T  OF EQHOLD-REQ-BODY.
008310     MOVE ':C6:'  TO GZBNO-T  OF EQHOLD-REQ-BODY.
008320     MOVE ':C3:'  TO GZSFX-T  OF EQHOLD-REQ-BODY.
008330     MOVE ':C6:'  TO GZCUS-T  OF EQHOLD-REQ-BODY.
008340     MOVE ':C3:'  TO GZCLC-T  OF EQHOLD-REQ-BODY.
008350     MOVE ':C4:'  TO GZBRNM-T OF EQHOLD-REQ-BODY.
008360     MOVE ':C3:'  TO GZACO-T  OF EQHOLD-REQ-BODY.
008370     MOVE ':C3:'  TO GZHRC-T  OF EQHOLD-REQ-BODY.
008380     MOVE ':C35:' TO GZHDD1-T OF EQHOLD-REQ-BODY.
008390     MOVE ':C35:' TO GZHDD2-T OF EQHOLD-REQ-BODY.
008400     MOVE ':C35:' TO GZHDD3-T OF EQHOLD-REQ-BODY.
008410     MOVE ':C35:' TO GZHDD4-T OF EQHOLD-REQ-BODY.
008420     MOVE ':S07:' TO GZSTD-T  OF EQHOLD-REQ-BODY.
008430     MOVE ':S07:' TO GZEXD-T  OF EQHOLD-REQ-BODY.
008440     MOVE ':C3:'  TO GZCCY-T  OF EQHOLD-REQ-BODY.
008450     MOVE ':P03:' TO GZHNO-T  OF EQHOLD-REQ-BODY.
008460     MOVE ':S07:' TO GZINP-T  OF EQHOLD-REQ-BODY.
008470     MOVE '::'    TO GZZZZZ-T OF EQHOLD-REQ-BODY.
008480     MOVE CTO-ACC-BRANCH OF G9-ORDER-WORK (G9-ACC-SUB)
008490         TO GZBBN OF EQHOLD-REQ-BODY.
008500     MOVE CTO-ACC-ACCOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
008510         TO GZBNO OF EQHOLD-REQ-BODY.
008520     MOVE CTO-ACC-SUBACCT OF G9-ORDER-WORK (G9-ACC-SUB)
008530         TO GZSFX OF EQHOLD-REQ-BODY.
008540     MOVE CTO-HZCUS OF G9-ORDER-WORK TO GZCUS OF EQHOLD-REQ-BODY.
008550     MOVE CTO-ACC-BRANCH OF G9-ORDER-WORK (G9-ACC-SUB)
008560         TO GZBRNM OF EQHOLD-REQ-BODY.
008570     MOVE CTP-HOLD-REASON OF G9-PARAM-WORK
008580         TO GZHRC OF EQHOLD-REQ-BODY.
008590     STRING 'COURT ORDER ' CTO-ORDER-NO OF G9-ORDER-WORK
008600         DELIMITED BY SIZE
008610         INTO GZHDD1 OF EQHOLD-REQ-BODY.
008620     MOVE CTO-COURT OF G9-ORDER-WORK TO GZHDD2 OF EQHOLD-REQ-BODY.
008630     MOVE CTO-OUTSTANDING OF G9-ORDER-WORK TO G9-AMOUNT-EDIT.
008640     STRING 'AMOUNT ' G9-AMOUNT-EDIT
008650            ' ' CTO-CCY OF G9-ORDER-WORK
008660         DELIMITED BY SIZE
008670         INTO GZHDD3 OF EQHOLD-REQ-BODY.
008680     STRING 'BENEFICIARY ' CTO-BENEF-BRANCH OF G9-ORDER-WORK
008690            ' ' CTO-BENEF-ACCOUNT OF G9-ORDER-WORK
008700            ' ' CTO-BENEF-SUBACCT OF G9-ORDER-WORK
008710         DELIMITED BY SIZE
008720         INTO GZHDD4 OF EQHOLD-REQ-BODY.
008730     MOVE '0' TO G9-DATE-TEXT-SIGN.
008740     MOVE G9-RUN-DATE TO G9-DATE-TEXT-DATE.
008750     MOVE G9-DATE-TEXT TO GZSTD OF EQHOLD-REQ-BODY.
008760     MOVE G9-DATE-TEXT TO GZINP OF EQHOLD-REQ-BODY.
008770     MOVE G9-OPEN-EXPIRY TO GZEXD OF EQHOLD-REQ-BODY.
008780     MOVE CTO-CCY OF G9-ORDER-WORK TO GZCCY OF EQHOLD-REQ-BODY.
008790     MOVE G9-HOLD-NUMBER TO GZHNO OF EQHOLD-REQ-BODY.
008800     MOVE EQHOLD-REQ TO CTOHLDF-RECORD.
008810     WRITE CTOHLDF-RECORD.
008820     MOVE G9-HOLD-NUMBER
008830         TO CTO-ACC-GZHNO OF G9-ORDER-WORK (G9-ACC-SUB).
008840     MOVE 'Y' TO CTO-ACC-HOLD-SW OF G9-ORDER-WORK (G9-ACC-SUB).
008850     MOVE CTO-OUTSTANDING OF G9-ORDER-WORK
008860         TO CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB).
008870 2400-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------------
008900 2500-LIFT-ORDER.
008910*-----------------------------------------------------------------
008920*    THE COURT HAS LIFTED THE ORDER: EVERY HOLD STILL IN PLACE
008930*    IS RELEASED IN FULL AND NOTHING FURTHER IS SWEPT.
008940     ADD 1 TO G9-LIFTED-COUNT.
008950     MOVE 1 TO G9-ACC-SUB.
008960     PERFORM 2510-RELEASE-ONE-HOLD THRU 2510-EXIT
008970         UNTIL G9-ACC-SUB > G9-ACC-LIMIT.
008980     SET CTO-LIFTED OF G9-ORDER-WORK TO TRUE.
008990     MOVE G9-RUN-DATE TO CTO-STATUS-DATE OF G9-ORDER-WORK.
009000 2500-EXIT.
009010     EXIT.
009020*-----------------------------------------------------------------
009030 2510-RELEASE-ONE-HOLD.
009040*-----------------------------------------------------------------
009050     IF CTO-ACC-HOLD-ON OF G9-ORDER-WORK (G9-ACC-SUB)
009060         MOVE SPACES TO HOLD-AMENDMENT-RECORD
009070         SET HAM-PARTIAL-RELEASE TO TRUE
009080         MOVE CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
009090             TO G9-HOLD-DIFFERENCE
009100         PERFORM 2320-WRITE-AMENDMENT THRU 2320-EXIT
009110         MOVE 'R' TO CTO-ACC-HOLD-SW OF G9-ORDER-WORK (G9-ACC-SUB)
009120         MOVE ZERO
009130             TO CTO-ACC-HOLD-AMOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
009140         ADD 1 TO G9-HOLD-RELEASED-COUNT
009150     END-IF.
009160     ADD 1 TO G9-ACC-SUB.
009170 2510-EXIT.
009180     EXIT.
009190*-----------------------------------------------------------------
009200 2600-STAMP-CHECK-DIGITS.
009210*-----------------------------------------------------------------
009220*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
009230*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C), SO IT
009240*    PASSES THE CHECK-DIGIT VALIDATION ON ITS WAY TO EQUATION.
009250     MOVE SPACES TO G9-CHECKSUM-SOURCE.
009260     STRING GZAB1 OF TRANSACTION-REQ-BODY
009270            GZAN1 OF TRANSACTION-REQ-BODY
009280            GZAS1 OF TRANSACTION-REQ-BODY
009290            GZAB2 OF TRANSACTION-REQ-BODY
009300            GZAN2 OF TRANSACTION-REQ-BODY
009310            GZAS2 OF TRANSACTION-REQ-BODY
009320         DELIMITED BY SIZE INTO G9-CHECKSUM-SOURCE.
009330     MOVE 26 TO G9-CHECKSUM-LENGTH.
009340     PERFORM 2610-COMPUTE-CHECKSUM THRU 2610-EXIT.
009350     MOVE '0' TO G9-CHK-SIGN.
009360     MOVE G9-CHECKSUM-RESULT TO G9-CHK-VALUE.
009370     MOVE G9-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
009380     MOVE SPACES TO G9-CHECKSUM-SOURCE.
009390     STRING GZAMA1 OF TRANSACTION-REQ-BODY
009400            GZAMA2 OF TRANSACTION-REQ-BODY
009410         DELIMITED BY SIZE INTO G9-CHECKSUM-SOURCE.
009420     MOVE 34 TO G9-CHECKSUM-LENGTH.
009430     PERFORM 2610-COMPUTE-CHECKSUM THRU 2610-EXIT.
009440     MOVE '0' TO G9-CHK-SIGN.
009450     MOVE G9-CHECKSUM-RESULT TO G9-CHK-VALUE.
009460     MOVE G9-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
009470 2600-EXIT.
009480     EXIT.
009490*-----------------------------------------------------------------
009500 2610-COMPUTE-CHECKSUM.
009510*-----------------------------------------------------------------
009520     MOVE ZERO TO G9-CHK-ACCUM.
009530     MOVE 1 TO G9-CHK-WEIGHT.
009540     MOVE 1 TO G9-CHK-BYTE-IDX.
009550     PERFORM 2620-SUM-ONE-BYTE THRU 2620-EXIT
009560         UNTIL G9-CHK-BYTE-IDX > G9-CHECKSUM-LENGTH.
009570     DIVIDE G9-CHK-ACCUM BY 1000 GIVING G9-CHK-QUOTIENT
009580         REMAINDER G9-CHECKSUM-RESULT.
009590 2610-EXIT.
009600     EXIT.
009610*-----------------------------------------------------------------
009620 2620-SUM-ONE-BYTE.
009630*-----------------------------------------------------------------
009640     MOVE G9-CHECKSUM-SOURCE (G9-CHK-BYTE-IDX : 1)
009650         TO G9-CHK-BYTE-WORK.
009660     IF G9-CHK-BYTE-WORK IS NUMERIC
009670         COMPUTE G9-CHK-ACCUM = G9-CHK-ACCUM
009680             + (G9-CHK-DIGIT-WORK * G9-CHK-WEIGHT)
009690         ADD 1 TO G9-CHK-WEIGHT
009700         IF G9-CHK-WEIGHT > 9
009710             MOVE 1 TO G9-CHK-WEIGHT
009720         END-IF
009730     END-IF.
009740     ADD 1 TO G9-CHK-BYTE-IDX.
009750 2620-EXIT.
009760     EXIT.
009770*-----------------------------------------------------------------
009780 2900-CHECK-RETENTION.
009790*-----------------------------------------------------------------
009800*    A SATISFIED OR LIFTED ORDER STAYS ON THE REGISTER FOR THE
009810*    RETENTION PERIOD SO LEGAL SEE IT CLOSE, THEN IS DROPPED.
009820     IF CTO-STATUS-DATE OF G9-ORDER-WORK NOT NUMERIC
009830        OR CTO-STATUS-DATE OF G9-ORDER-WORK = ZERO
009840         GO TO 2900-EXIT
009850     END-IF.
009860     COMPUTE G9-WORK-JULIAN =
009870         FUNCTION INTEGER-OF-DATE
009880             (CTO-STATUS-DATE OF G9-ORDER-WORK)
009890         + CTP-RETAIN-DAYS OF G9-PARAM-WORK.
009900     IF G9-WORK-JULIAN < G9-RUN-JULIAN
009910         MOVE 'N' TO G9-ORD-KEEP-SW (G9-ORD-IDX)
009920     END-IF.
009930 2900-EXIT.
009940     EXIT.
009950*-----------------------------------------------------------------
009960 4000-FIND-BALANCE.
009970*-----------------------------------------------------------------
009980     MOVE 'N' TO G9-BAL-FOUND-SW.
009990     IF G9-BAL-COUNT = ZERO
010000         GO TO 4000-EXIT
010010     END-IF.
010020     SET G9-BAL-LOOKUP-IDX TO 1.
010030     PERFORM 4100-SCAN-BALANCES THRU 4100-EXIT
010040         UNTIL G9-BAL-LOOKUP-IDX > G9-BAL-COUNT
010050            OR G9-BAL-FOUND.
010060 4000-EXIT.
010070     EXIT.
010080*-----------------------------------------------------------------
010090 4100-SCAN-BALANCES.
010100*-----------------------------------------------------------------
010110     IF G9-BAL-BRANCH (G9-BAL-LOOKUP-IDX) =
010120             CTO-ACC-BRANCH OF G9-ORDER-WORK (G9-ACC-SUB)
010130        AND G9-BAL-ACCOUNT (G9-BAL-LOOKUP-IDX) =
010140             CTO-ACC-ACCOUNT OF G9-ORDER-WORK (G9-ACC-SUB)
010150        AND G9-BAL-SUBACCT (G9-BAL-LOOKUP-IDX) =
010160             CTO-ACC-SUBACCT OF G9-ORDER-WORK (G9-ACC-SUB)
010170         SET G9-BAL-FOUND TO TRUE
010180     ELSE
010190         SET G9-BAL-LOOKUP-IDX UP BY 1
010200     END-IF.
010210 4100-EXIT.
010220     EXIT.
010230*-----------------------------------------------------------------
010240 5000-WRITE-NEW-REGISTER.
010250*-----------------------------------------------------------------
010260     IF G9-ORDER-COUNT = ZERO
010270         GO TO 5000-EXIT
010280     END-IF.
010290     SET G9-ORD-IDX TO 1.
010300     PERFORM 5100-WRITE-ONE-ORDER THRU 5100-EXIT
010310         UNTIL G9-ORD-IDX > G9-ORDER-COUNT.
010320 5000-EXIT.
010330     EXIT.
010340*-----------------------------------------------------------------
010350 5100-WRITE-ONE-ORDER.
010360*-----------------------------------------------------------------
010370     IF G9-ORD-KEEP-SW (G9-ORD-IDX) = 'Y'
010380         ADD 1 TO G9-CARRIED-COUNT
010390         MOVE G9-ORD-IMAGE (G9-ORD-IDX) TO CTONEWF-RECORD
010400         WRITE CTONEWF-RECORD
010410     END-IF.
010420     SET G9-ORD-IDX UP BY 1.
010430 5100-EXIT.
010440     EXIT.
010450*-----------------------------------------------------------------
010460 7000-PRINT-STATUS-REPORT.
010470*-----------------------------------------------------------------
010480     MOVE G9-RUN-DATE TO G9-HDG-DATE.
010490     MOVE G9-HEADING-LINE TO CTORPT-RECORD.
010500     WRITE CTORPT-RECORD.
010510     MOVE G9-COLUMN-LINE TO CTORPT-RECORD.
010520     WRITE CTORPT-RECORD.
010530     IF G9-ORDER-COUNT > ZERO
010540         SET G9-ORD-IDX TO 1
010550         PERFORM 7100-PRINT-ONE-ORDER THRU 7100-EXIT
010560             UNTIL G9-ORD-IDX > G9-ORDER-COUNT
010570     END-IF.
010580     MOVE G9-RPT-OPEN-COUNT      TO G9-TTL-OPEN.
010590     MOVE G9-RPT-STALLED-COUNT   TO G9-TTL-STALLED.
010600     MOVE G9-RPT-SATISFIED-COUNT TO G9-TTL-SATISFIED.
010610     MOVE G9-RPT-LIFTED-COUNT    TO G9-TTL-LIFTED.
010620     MOVE G9-RPT-OUTSTANDING     TO G9-TTL-OUTSTANDING.
010630     MOVE G9-TOTAL-LINE TO CTORPT-RECORD.
010640     WRITE CTORPT-RECORD.
010650     MOVE G9-SWEEP-COUNT         TO G9-SUM-SWEEP-COUNT.
010660     MOVE G9-SWEEP-TOTAL         TO G9-SUM-SWEEP-TOTAL.
010670     MOVE G9-HOLD-PLACED-COUNT   TO G9-SUM-PLACED.
010680     MOVE G9-HOLD-REDUCED-COUNT  TO G9-SUM-REDUCED.
010690     MOVE G9-HOLD-RELEASED-COUNT TO G9-SUM-RELEASED.
010700     MOVE G9-SUMMARY-LINE TO CTORPT-RECORD.
010710     WRITE CTORPT-RECORD.
010720 7000-EXIT.
010730     EXIT.
010740*-----------------------------------------------------------------
010750 7100-PRINT-ONE-ORDER.
010760*-----------------------------------------------------------------
010770     IF G9-ORD-KEEP-SW (G9-ORD-IDX) NOT = 'Y'
010780         GO TO 7100-NEXT-ORDER
010790     END-IF.
010800     MOVE G9-ORD-IMAGE (G9-ORD-IDX) TO G9-ORDER-WORK.
010810     MOVE SPACES TO G9-DETAIL-LINE.
010820     MOVE CTO-ORDER-NO OF G9-ORDER-WORK   TO G9-DTL-ORDER-NO.
010830     MOVE CTO-ORDER-TYPE OF G9-ORDER-WORK TO G9-DTL-TYPE.
010840     MOVE CTO-HZCUS OF G9-ORDER-WORK      TO G9-DTL-CUSTOMER.
010850     MOVE CTO-CCY OF G9-ORDER-WORK        TO G9-DTL-CCY.
010860     MOVE CTO-AMOUNT-ORDERED OF G9-ORDER-WORK TO G9-DTL-ORDERED.
010870     MOVE CTO-SATISFIED OF G9-ORDER-WORK  TO G9-DTL-SATISFIED.
010880     MOVE CTO-OUTSTANDING OF G9-ORDER-WORK TO G9-DTL-OUTSTANDING.
010890     MOVE CTO-LAST-SWEEP-DATE OF G9-ORDER-WORK
010900         TO G9-DTL-LAST-SWEEP.
010910     EVALUATE TRUE
010920         WHEN CTO-SATISFIED-IN-FULL OF G9-ORDER-WORK
010930             MOVE 'SATISFIED' TO G9-DTL-STATUS
010940             ADD 1 TO G9-RPT-SATISFIED-COUNT
010950         WHEN CTO-LIFTED OF G9-ORDER-WORK
010960             MOVE 'LIFTED BY COURT' TO G9-DTL-STATUS
010970             ADD 1 TO G9-RPT-LIFTED-COUNT
010980         WHEN OTHER
010990             ADD 1 TO G9-RPT-OPEN-COUNT
011000             ADD CTO-OUTSTANDING OF G9-ORDER-WORK
011010                 TO G9-RPT-OUTSTANDING
011020             PERFORM 7200-CHECK-STALLED THRU 7200-EXIT
011030             IF G9-STALLED
011040                 MOVE 'STALLED - NO FUNDS' TO G9-DTL-STATUS
011050                 ADD 1 TO G9-RPT-STALLED-COUNT
011060             ELSE
011070                 MOVE 'OPEN' TO G9-DTL-STATUS
011080             END-IF
011090     END-EVALUATE.
011100     MOVE G9-DETAIL-LINE TO CTORPT-RECORD.
011110     WRITE CTORPT-RECORD.
011120 7100-NEXT-ORDER.
011130     SET G9-ORD-IDX UP BY 1.
011140 7100-EXIT.
011150     EXIT.
011160*-----------------------------------------------------------------
011170 7200-CHECK-STALLED.
011180*-----------------------------------------------------------------
011190*    AN OPEN ORDER IS STALLED WHEN NOTHING HAS BEEN SWEPT FOR
011200*    THE STALL PERIOD, COUNTED FROM THE LAST SWEEP OR, IF THERE
011210*    HAS BEEN NONE, FROM THE DAY THE ORDER WAS RECEIVED.
011220     MOVE 'N' TO G9-STALLED-SW.
011230     IF CTO-LAST-SWEEP-DATE OF G9-ORDER-WORK IS NUMERIC
011240        AND CTO-LAST-SWEEP-DATE OF G9-ORDER-WORK > ZERO
011250         MOVE CTO-LAST-SWEEP-DATE OF G9-ORDER-WORK
011260             TO G9-STALL-REF-DATE
011270     ELSE
011280         MOVE CTO-RECEIVED-DATE OF G9-ORDER-WORK
011290             TO G9-STALL-REF-DATE
011300     END-IF.
011310     IF G9-STALL-REF-DATE NOT NUMERIC
011320        OR G9-STALL-REF-DATE = ZERO
011330         GO TO 7200-EXIT
011340     END-IF.
011350     COMPUTE G9-WORK-JULIAN =
011360         FUNCTION INTEGER-OF-DATE(G9-STALL-REF-DATE)
011370         + CTP-STALL-DAYS OF G9-PARAM-WORK.
011380     IF G9-WORK-JULIAN < G9-RUN-JULIAN
011390         SET G9-STALLED TO TRUE
011400     END-IF.
011410 7200-EXIT.
011420     EXIT.
011430*-----------------------------------------------------------------
011440 8000-TERMINATE.
011450*-----------------------------------------------------------------
011460     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
011470     CLOSE CTONEWF.
011480     CLOSE CTOSWPF.
011490     CLOSE CTOHLDF.
011500     CLOSE HOLDAMDF.
011510     CLOSE CTORPT.
011520     DISPLAY 'ESB089G: ORDERS ' G9-ORDER-READ-COUNT
011530         ' NEW ' G9-NEW-ORDER-COUNT
011540         ' LIFTED ' G9-LIFTED-COUNT
011550         ' SATISFIED ' G9-SATISFIED-COUNT.
011560     DISPLAY 'ESB089G: SWEEPS ' G9-SWEEP-COUNT
011570         ' HOLDS PLACED ' G9-HOLD-PLACED-COUNT
011580         ' REDUCED ' G9-HOLD-REDUCED-COUNT
011590         ' RELEASED ' G9-HOLD-RELEASED-COUNT.
011600 8000-EXIT.
011610     EXIT.
011620*-----------------------------------------------------------------
011630 9100-READ-CTOPRMF.
011640*-----------------------------------------------------------------
011650     READ CTOPRMF
011660         AT END
011670             SET G9-CTOPRMF-EOF TO TRUE
011680     END-READ.
011690 9100-EXIT.
011700     EXIT.
011710*-----------------------------------------------------------------
011720 9200-READ-CTOOLDF.
011730*-----------------------------------------------------------------
011740     READ CTOOLDF
011750         AT END
011760             SET G9-CTOOLDF-EOF TO TRUE
011770     END-READ.
011780 9200-EXIT.
011790     EXIT.
011800*-----------------------------------------------------------------
011810 9300-READ-CTOINTF.
011820*-----------------------------------------------------------------
011830     READ CTOINTF
011840         AT END
011850             SET G9-CTOINTF-EOF TO TRUE
011860     END-READ.
011870 9300-EXIT.
011880     EXIT.
011890*-----------------------------------------------------------------
011900 9400-READ-BALENQR.
011910*-----------------------------------------------------------------
011920     READ BALENQR
011930         AT END
011940             SET G9-BALENQR-EOF TO TRUE
011950     END-READ.
011960 9400-EXIT.
011970     EXIT.
011980*-----------------------------------------------------------------
011990 9900-WRITE-RUN-STATS.
012000*-----------------------------------------------------------------
012010     MOVE 'ESB089G' TO RST-PROGRAM-ID.
012020     MOVE G9-RUN-DATE TO RST-BUSINESS-DATE.
012030     ACCEPT RST-END-TIME FROM TIME.
012040     MOVE '00' TO RST-WORST-STATUS.
012050     IF G9-CTONEWF-STATUS NOT = '00'
012060         MOVE G9-CTONEWF-STATUS TO RST-WORST-STATUS
012070     END-IF.
012080     IF G9-CTOSWPF-STATUS NOT = '00'
012090         MOVE G9-CTOSWPF-STATUS TO RST-WORST-STATUS
012100     END-IF.
012110     IF G9-CTOHLDF-STATUS NOT = '00'
012120         MOVE G9-CTOHLDF-STATUS TO RST-WORST-STATUS
012130     END-IF.
012140     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
012150 9900-EXIT.
012160     EXIT.
012170*-----------------------------------------------------------------
012180 9999-EXIT.
012190*-----------------------------------------------------------------
012200     EXIT.
