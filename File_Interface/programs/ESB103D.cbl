000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB103D
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    DEPOSIT INSURANCE SINGLE CUSTOMER VIEW (SCV) EXTRACT, RUN
000200*    ON DEMAND FOR THE DEPOSIT PROTECTION SCHEME.  EVERY
000210*    CUSTOMER ACCOUNT ON THE LATEST ESB022S SNAPSHOT (CUSTSNPF)
000220*    IS AGGREGATED UNDER ITS DEPOSITOR, NAMED FROM THE ESB082K
000230*    CUSTOMER MASTER.  CREDIT BALANCES (HZCABL) ARE CONVERTED
000240*    TO THE LOCAL CURRENCY AT THE ESB065X CLOSING RATE AND
000250*    COUNTED ONLY FOR THE PRODUCTS AND ACCOUNT TYPES THE
000260*    ELIGIBILITY TABLE (SCVELGF, KEYED ON HZAPP/HZACT) ALLOWS;
000268*    OVERDRAWN BALANCES (THE DRAWN OVERDRAFT, HZODL LESS HZNABL
000276*    PER THE ESB012U CONVENTION) ARE SET OFF WHERE THE TABLE
000284*    SAYS THE SCHEME ALLOWS IT.  EACH DEPOSITOR'S NET ELIGIBLE
000292*    DEPOSITS ARE SPLIT INTO THE INSURED AND UNINSURED PORTIONS
000300*    AGAINST THE COVERAGE LIMIT ON SCVPRMF.  THE SCV FILE
000308*    (SCVOUTF) IS WRITTEN IN THE
000320*    SCHEME'S LAYOUT; THE CONTROL REPORT (SCVRPT) GIVES THE
000330*    CUSTOMER COUNTS AND TOTALS, LISTS THE DEPOSITORS WHOSE
000340*    IDENTITY DETAILS ARE INCOMPLETE AND THE ACCOUNTS THAT
000350*    COULD NOT BE VALUED FOR WANT OF A CLOSING RATE.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*    15-OCT-2026  TC   INITIAL VERSION.
000390******************************************************************
000400 PROGRAM-ID. ESB103D.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-ZSERIES.
000440 OBJECT-COMPUTER. IBM-ZSERIES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SCVPRMF  ASSIGN TO SCVPRMF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS D3-SCVPRMF-STATUS.
000500     SELECT SCVELGF  ASSIGN TO SCVELGF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS D3-SCVELGF-STATUS.
000530     SELECT FXRATEF  ASSIGN TO FXRATEF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS D3-FXRATEF-STATUS.
000560     SELECT CUSTMSTF ASSIGN TO CUSTMSTF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS D3-CUSTMSTF-STATUS.
000590     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS D3-CUSTSNPF-STATUS.
000620     SELECT SCVOUTF  ASSIGN TO SCVOUTF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS D3-SCVOUTF-STATUS.
000650     SELECT SCVRPT   ASSIGN TO SCVRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS D3-SCVRPT-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  SCVPRMF
000710     RECORDING MODE IS F.
000720     COPY "Scv_Param.cpy".
000730 FD  SCVELGF
000740     RECORDING MODE IS F.
000750     COPY "Deposit_Eligibility.cpy".
000760 FD  FXRATEF
000770     RECORDING MODE IS F.
000780     COPY "Fx_Rate_Table.cpy".
000790 FD  CUSTMSTF
000800     RECORDING MODE IS F.
000810     COPY "Customer_Master.cpy".
000820 FD  CUSTSNPF
000830     RECORDING MODE IS F.
000840     COPY "Customer_Snapshot.cpy".
000850 FD  SCVOUTF
000860     RECORDING MODE IS F.
000870     COPY "Single_Customer_View.cpy".
000880 FD  SCVRPT
000890     RECORDING MODE IS F.
000900 01  SCVRPT-RECORD                PIC X(132).
000910 WORKING-STORAGE SECTION.
000920 01  D3-SCVPRMF-STATUS            PIC X(002) VALUE '00'.
000930     88 D3-SCVPRMF-OK                        VALUE '00'.
000940 01  D3-SCVELGF-STATUS            PIC X(002) VALUE '00'.
000950     88 D3-SCVELGF-OK                        VALUE '00'.
000960 01  D3-FXRATEF-STATUS            PIC X(002) VALUE '00'.
000970     88 D3-FXRATEF-OK                        VALUE '00'.
000980 01  D3-CUSTMSTF-STATUS           PIC X(002) VALUE '00'.
000990     88 D3-CUSTMSTF-OK                       VALUE '00'.
001000 01  D3-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
001010     88 D3-CUSTSNPF-OK                       VALUE '00'.
001020 01  D3-SCVOUTF-STATUS            PIC X(002) VALUE '00'.
001030 01  D3-SCVRPT-STATUS             PIC X(002) VALUE '00'.
001040 01  D3-SWITCHES.
001050     05 D3-SCVPRMF-EOF-SW         PIC X(001) VALUE 'N'.
001060        88 D3-SCVPRMF-EOF                    VALUE 'Y'.
001070     05 D3-SCVELGF-EOF-SW         PIC X(001) VALUE 'N'.
001080        88 D3-SCVELGF-EOF                    VALUE 'Y'.
001090     05 D3-FXRATEF-EOF-SW         PIC X(001) VALUE 'N'.
001100        88 D3-FXRATEF-EOF                    VALUE 'Y'.
001110     05 D3-CUSTMSTF-EOF-SW        PIC X(001) VALUE 'N'.
001120        88 D3-CUSTMSTF-EOF                   VALUE 'Y'.
001130     05 D3-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001140        88 D3-CUSTSNPF-EOF                   VALUE 'Y'.
001150     05 D3-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001160        88 D3-ENTRY-FOUND                    VALUE 'Y'.
001170     05 D3-TRUNCATED-SW           PIC X(001) VALUE 'N'.
001180        88 D3-TRUNCATED                      VALUE 'Y'.
001190 01  D3-DATE-TIME.
001200     05 D3-RUN-DATE               PIC 9(008) VALUE ZERO.
001210     05 D3-RUN-TIME               PIC 9(006) VALUE ZERO.
001220 01  D3-COUNTERS.
001230     05 D3-SNAPSHOT-COUNT         PIC 9(007) VALUE ZERO.
001240     05 D3-NO-CUSTOMER-COUNT      PIC 9(007) VALUE ZERO.
001250     05 D3-ELIGIBLE-COUNT         PIC 9(007) VALUE ZERO.
001260     05 D3-EXCLUDED-COUNT         PIC 9(007) VALUE ZERO.
001270     05 D3-UNLISTED-COUNT         PIC 9(007) VALUE ZERO.
001280     05 D3-NO-RATE-COUNT          PIC 9(007) VALUE ZERO.
001290     05 D3-DEPOSITOR-COUNT        PIC 9(007) VALUE ZERO.
001300     05 D3-OVER-LIMIT-COUNT       PIC 9(007) VALUE ZERO.
001310     05 D3-INCOMPLETE-COUNT       PIC 9(007) VALUE ZERO.
001320     05 D3-ACCOUNT-REC-COUNT      PIC 9(007) VALUE ZERO.
001330 01  D3-TOTALS.
001340     05 D3-TOT-GROSS              PIC 9(015)V99 VALUE ZERO.
001350     05 D3-TOT-SET-OFF            PIC 9(015)V99 VALUE ZERO.
001360     05 D3-TOT-NET                PIC 9(015)V99 VALUE ZERO.
001370     05 D3-TOT-INSURED            PIC 9(015)V99 VALUE ZERO.
001380     05 D3-TOT-UNINSURED          PIC 9(015)V99 VALUE ZERO.
001390 01  D3-RATE                      PIC 9(008)V9(006) VALUE ZERO.
001400 01  D3-NET                       PIC 9(015)V99 VALUE ZERO.
001410 01  D3-INSURED                   PIC 9(015)V99 VALUE ZERO.
001420 01  D3-CUST-SUB                  PIC 9(004) COMP VALUE ZERO.
001430 01  D3-ACC-SUB                   PIC 9(004) COMP VALUE ZERO.
001440 01  D3-QUERY-REASON              PIC X(030) VALUE SPACES.
001450 01  D3-RATE-COUNT                PIC 9(004) COMP VALUE ZERO.
001460 01  D3-RATE-TABLE.
001470     05 D3-RTE-ENTRY OCCURS 500 TIMES
001480        INDEXED BY D3-RTE-IDX, D3-RTE-LOOKUP-IDX.
001490        10 D3-RTE-CCY-FROM        PIC X(003).
001500        10 D3-RTE-CCY-TO          PIC X(003).
001510        10 D3-RTE-DATE            PIC 9(008).
001520        10 D3-RTE-RATE            PIC 9(008)V9(006).
001530 01  D3-ELIGIBILITY-COUNT         PIC 9(004) COMP VALUE ZERO.
001540 01  D3-ELIGIBILITY-TABLE.
001550     05 D3-ELG-ENTRY OCCURS 500 TIMES
001560        INDEXED BY D3-ELG-IDX, D3-ELG-LOOKUP-IDX.
001570        10 D3-ELG-HZAPP           PIC X(002).
001580        10 D3-ELG-HZACT           PIC X(002).
001590        10 D3-ELG-ELIGIBLE-SW     PIC X(001).
001600        10 D3-ELG-SET-OFF-SW      PIC X(001).
001610*    ONE ENTRY PER DEPOSITOR, IN CUSTOMER MASTER ORDER; A
001620*    CUSTOMER FOUND ONLY ON THE SNAPSHOT IS ADDED AT THE END.
001630 01  D3-CUSTOMER-COUNT            PIC 9(004) COMP VALUE ZERO.
001640 01  D3-CUSTOMER-TABLE.
001650     05 D3-CUS-ENTRY OCCURS 3000 TIMES
001660        INDEXED BY D3-CUS-IDX, D3-CUS-LOOKUP-IDX.
001670        10 D3-CUS-HZCUS           PIC X(006).
001680        10 D3-CUS-HZCLC           PIC X(003).
001690        10 D3-CUS-HZCUN           PIC X(035).
001700        10 D3-CUS-HZCUNA          PIC X(035).
001710        10 D3-CUS-ON-MASTER-SW    PIC X(001).
001720           88 D3-CUS-ON-MASTER               VALUE 'Y'.
001730        10 D3-CUS-ACCOUNTS        PIC 9(004).
001740        10 D3-CUS-ELIGIBLE        PIC 9(004).
001750        10 D3-CUS-GROSS           PIC 9(015)V99.
001760        10 D3-CUS-SET-OFF         PIC 9(015)V99.
001770*    EVERY CUSTOMER ACCOUNT, POINTING BACK AT ITS DEPOSITOR.
001780 01  D3-ACCOUNT-COUNT             PIC 9(004) COMP VALUE ZERO.
001790 01  D3-ACCOUNT-TABLE.
001800     05 D3-ACC-ENTRY OCCURS 9000 TIMES
001810        INDEXED BY D3-ACC-IDX.
001820        10 D3-ACC-CUS-SUB         PIC 9(004) COMP.
001830        10 D3-ACC-HZAB            PIC X(004).
001840        10 D3-ACC-HZAN            PIC X(006).
001850        10 D3-ACC-HZAS            PIC X(003).
001860        10 D3-ACC-HZAPP           PIC X(002).
001870        10 D3-ACC-HZACT           PIC X(002).
001880        10 D3-ACC-CCY             PIC X(003).
001890        10 D3-ACC-CREDIT          PIC 9(015)V99.
001900        10 D3-ACC-DEBIT           PIC 9(015)V99.
001910        10 D3-ACC-RATE            PIC 9(008)V9(006).
001920        10 D3-ACC-LCY-CREDIT      PIC 9(015)V99.
001930        10 D3-ACC-LCY-DEBIT       PIC 9(015)V99.
001940        10 D3-ACC-ELIGIBLE-SW     PIC X(001).
001950        10 D3-ACC-SET-OFF-SW      PIC X(001).
001960        10 D3-ACC-RATED-SW        PIC X(001).
001970 01  D3-HEADING-LINE.
001980     05 FILLER                    PIC X(040)
001990            VALUE 'DEPOSIT INSURANCE SINGLE CUSTOMER VIEW  '.
002000     05 FILLER                    PIC X(006) VALUE 'AS AT '.
002010     05 D3-HDG-DATE               PIC 9(008).
002020     05 FILLER                    PIC X(004) VALUE SPACES.
002030     05 FILLER                    PIC X(012) VALUE 'COVER LIMIT '.
002040     05 D3-HDG-LIMIT              PIC Z(012)9.99.
002050     05 FILLER                    PIC X(001) VALUE SPACES.
002060     05 D3-HDG-CCY                PIC X(003).
002070     05 FILLER                    PIC X(042) VALUE SPACES.
002080 01  D3-SECTION-LINE.
002090     05 D3-SEC-TITLE              PIC X(066).
002100     05 FILLER                    PIC X(066) VALUE SPACES.
002110 01  D3-IDENTITY-COLUMN-LINE.
002120     05 FILLER                    PIC X(008) VALUE 'CUSTOMER'.
002130     05 FILLER                    PIC X(037) VALUE 'NAME'.
002140     05 FILLER                    PIC X(005) VALUE 'LOC'.
002150     05 FILLER                    PIC X(020)
002160            VALUE '      NET DEPOSITS  '.
002170     05 FILLER                    PIC X(030) VALUE 'SCHEME QUERY'.
002180     05 FILLER                    PIC X(032) VALUE SPACES.
002190 01  D3-IDENTITY-LINE.
002200     05 D3-IDL-HZCUS              PIC X(006).
002210     05 FILLER                    PIC X(002) VALUE SPACES.
002220     05 D3-IDL-NAME               PIC X(035).
002230     05 FILLER                    PIC X(002) VALUE SPACES.
002240     05 D3-IDL-HZCLC              PIC X(003).
002250     05 FILLER                    PIC X(002) VALUE SPACES.
002260     05 D3-IDL-NET                PIC Z(014)9.99.
002270     05 FILLER                    PIC X(002) VALUE SPACES.
002280     05 D3-IDL-REASON             PIC X(030).
002290     05 FILLER                    PIC X(032) VALUE SPACES.
002300 01  D3-RATE-COLUMN-LINE.
002310     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
002320     05 FILLER                    PIC X(008) VALUE 'CUST'.
002330     05 FILLER                    PIC X(005) VALUE 'CCY'.
002340     05 FILLER                    PIC X(019)
002350            VALUE '   CREDIT BALANCE  '.
002360     05 FILLER                    PIC X(083) VALUE SPACES.
002370 01  D3-RATE-LINE.
002380     05 D3-RXL-HZAB               PIC X(004).
002390     05 FILLER                    PIC X(001) VALUE SPACES.
002400     05 D3-RXL-HZAN               PIC X(006).
002410     05 FILLER                    PIC X(001) VALUE SPACES.
002420     05 D3-RXL-HZAS               PIC X(003).
002430     05 FILLER                    PIC X(002) VALUE SPACES.
002440     05 D3-RXL-HZCUS              PIC X(006).
002450     05 FILLER                    PIC X(002) VALUE SPACES.
002460     05 D3-RXL-CCY                PIC X(003).
002470     05 FILLER                    PIC X(002) VALUE SPACES.
002480     05 D3-RXL-BALANCE            PIC Z(013)9.99.
002490     05 FILLER                    PIC X(002) VALUE SPACES.
002500     05 FILLER                    PIC X(020)
002510            VALUE 'NO CLOSING RATE TO  '.
002520     05 D3-RXL-LOCAL-CCY          PIC X(003).
002530     05 FILLER                    PIC X(060) VALUE SPACES.
002540 01  D3-COUNT-LINE.
002550     05 D3-CNT-LABEL              PIC X(040).
002560     05 D3-CNT-VALUE              PIC ZZZZZZ9.
002570     05 FILLER                    PIC X(085) VALUE SPACES.
002580 01  D3-AMOUNT-LINE.
002590     05 D3-AMT-LABEL              PIC X(040).
002600     05 D3-AMT-VALUE              PIC Z(016)9.99.
002610     05 FILLER                    PIC X(001) VALUE SPACES.
002620     05 D3-AMT-CCY                PIC X(003).
002630     05 FILLER                    PIC X(068) VALUE SPACES.
002640 COPY "Business_Date_Service.cpy".
002650 COPY "Run_Statistics.cpy".
002660 COPY "Scv_Param.cpy"
002670     REPLACING SCV-PARAM-RECORD BY D3-PARAM-WORK.
002680 PROCEDURE DIVISION.
002690*-----------------------------------------------------------------
002700 0000-MAINLINE.
002710*-----------------------------------------------------------------
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     PERFORM 2000-AGGREGATE-ACCOUNTS THRU 2000-EXIT
002740         UNTIL D3-CUSTSNPF-EOF.
002750     PERFORM 3000-WRITE-SCV-FILE THRU 3000-EXIT.
002760     PERFORM 4000-LIST-QUERIES THRU 4000-EXIT.
002770     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002780     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002790     STOP RUN.
002800*-----------------------------------------------------------------
002810 1000-INITIALIZE.
002820*-----------------------------------------------------------------
002830     ACCEPT D3-RUN-DATE FROM DATE YYYYMMDD.
002840     MOVE SPACES TO BUSINESS-DATE-AREA.
002850     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002860     EVALUATE TRUE
002870         WHEN BDS-OK
002880             MOVE BDS-BUSINESS-DATE TO D3-RUN-DATE
002890         WHEN BDS-NOT-STARTED
002900             DISPLAY 'ESB103D: BUSINESS DATE NOT STARTED -'
002910                 ' RUN REFUSED'
002920             MOVE 8 TO RETURN-CODE
002930             STOP RUN
002940         WHEN OTHER
002950             CONTINUE
002960     END-EVALUATE.
002970     ACCEPT D3-RUN-TIME FROM TIME.
002980     ACCEPT RST-START-TIME FROM TIME.
002990     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003000                  RST-REJECT-COUNT.
003010     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
003020     OPEN INPUT SCVELGF.
003030     IF D3-SCVELGF-OK
003040         PERFORM 9200-READ-SCVELGF THRU 9200-EXIT
003050     ELSE
003060         SET D3-SCVELGF-EOF TO TRUE
003070     END-IF.
003080     PERFORM 1200-LOAD-ELIGIBILITY THRU 1200-EXIT
003090         UNTIL D3-SCVELGF-EOF.
003100     CLOSE SCVELGF.
003110     OPEN INPUT FXRATEF.
003120     IF D3-FXRATEF-OK
003130         PERFORM 9300-READ-FXRATEF THRU 9300-EXIT
003140     ELSE
003150         SET D3-FXRATEF-EOF TO TRUE
003160     END-IF.
003170     PERFORM 1300-LOAD-RATE THRU 1300-EXIT
003180         UNTIL D3-FXRATEF-EOF.
003190     CLOSE FXRATEF.
003200     OPEN INPUT CUSTMSTF.
003210     IF D3-CUSTMSTF-OK
003220         PERFORM 9400-READ-CUSTMSTF THRU 9400-EXIT
003230     ELSE
003240         SET D3-CUSTMSTF-EOF TO TRUE
003250     END-IF.
003260     PERFORM 1400-LOAD-CUSTOMER THRU 1400-EXIT
003270         UNTIL D3-CUSTMSTF-EOF.
003280     CLOSE CUSTMSTF.
003290     OPEN INPUT CUSTSNPF.
003300     IF D3-CUSTSNPF-OK
003310         PERFORM 9500-READ-CUSTSNPF THRU 9500-EXIT
003320     ELSE
003330         SET D3-CUSTSNPF-EOF TO TRUE
003340     END-IF.
003350     OPEN OUTPUT SCVOUTF.
003360     OPEN OUTPUT SCVRPT.
003370     MOVE D3-RUN-DATE TO D3-HDG-DATE.
003380     MOVE SCP-COVER-LIMIT OF D3-PARAM-WORK TO D3-HDG-LIMIT.
003390     MOVE SCP-LOCAL-CCY OF D3-PARAM-WORK TO D3-HDG-CCY.
003400     MOVE D3-HEADING-LINE TO SCVRPT-RECORD.
003410     WRITE SCVRPT-RECORD.
003420 1000-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------------
003450 1100-LOAD-PARAMETERS.
003460*-----------------------------------------------------------------
003470*    THE FILE MEANS NOTHING TO THE SCHEME WITHOUT ITS LOCAL
003480*    CURRENCY AND COVERAGE LIMIT.
003490     MOVE SPACES TO D3-PARAM-WORK.
003500     OPEN INPUT SCVPRMF.
003510     IF D3-SCVPRMF-OK
003520         PERFORM 9100-READ-SCVPRMF THRU 9100-EXIT
003530         IF NOT D3-SCVPRMF-EOF
003540             MOVE SCV-PARAM-RECORD TO D3-PARAM-WORK
003550         END-IF
003560     END-IF.
003570     CLOSE SCVPRMF.
003580     IF SCP-LOCAL-CCY OF D3-PARAM-WORK = SPACES
003590        OR SCP-COVER-LIMIT OF D3-PARAM-WORK NOT NUMERIC
003600        OR SCP-COVER-LIMIT OF D3-PARAM-WORK = ZERO
003610         DISPLAY 'ESB103D: NO LOCAL CURRENCY OR COVERAGE LIMIT'
003620             ' ON SCVPRMF - RUN REFUSED'
003630         MOVE 8 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660 1100-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690 1200-LOAD-ELIGIBILITY.
003700*-----------------------------------------------------------------
003703     IF D3-ELIGIBILITY-COUNT NOT < 500
003706         DISPLAY 'ESB103D: ELIGIBILITY TABLE FULL, TYPE '
003709             DEL-HZAPP DEL-HZACT ' NOT LOADED'
003712         SET D3-TRUNCATED TO TRUE
003715     ELSE
003720         ADD 1 TO D3-ELIGIBILITY-COUNT
003730         SET D3-ELG-IDX TO D3-ELIGIBILITY-COUNT
003740         MOVE DEL-HZAPP TO D3-ELG-HZAPP (D3-ELG-IDX)
003750         MOVE DEL-HZACT TO D3-ELG-HZACT (D3-ELG-IDX)
003760         MOVE DEL-ELIGIBLE-SW TO D3-ELG-ELIGIBLE-SW (D3-ELG-IDX)
003770         MOVE DEL-SET-OFF-SW TO D3-ELG-SET-OFF-SW (D3-ELG-IDX)
003780     END-IF.
003790     PERFORM 9200-READ-SCVELGF THRU 9200-EXIT.
003800 1200-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830 1300-LOAD-RATE.
003840*-----------------------------------------------------------------
003850*    THE LATEST PUBLISHED CLOSING RATE FOR EACH PAIR STANDS.
003860     MOVE 'N' TO D3-ENTRY-FOUND-SW.
003870     IF D3-RATE-COUNT > ZERO
003880         SET D3-RTE-LOOKUP-IDX TO 1
003890         PERFORM 1310-SCAN-PAIRS THRU 1310-EXIT
003900             UNTIL D3-RTE-LOOKUP-IDX > D3-RATE-COUNT
003910                OR D3-ENTRY-FOUND
003920     END-IF.
003930     IF D3-ENTRY-FOUND
003940         IF FXR-RATE-DATE > D3-RTE-DATE (D3-RTE-LOOKUP-IDX)
003950             MOVE FXR-RATE-DATE
003960                 TO D3-RTE-DATE (D3-RTE-LOOKUP-IDX)
003970             MOVE FXR-PUBLISHED-RATE
003980                 TO D3-RTE-RATE (D3-RTE-LOOKUP-IDX)
003990         END-IF
004000     ELSE
004003         IF D3-RATE-COUNT NOT < 500
004006             DISPLAY 'ESB103D: RATE TABLE FULL, PAIR '
004009                 FXR-CCY-FROM FXR-CCY-TO ' NOT LOADED'
004012             SET D3-TRUNCATED TO TRUE
004015         ELSE
004020             ADD 1 TO D3-RATE-COUNT
004030             SET D3-RTE-IDX TO D3-RATE-COUNT
004040             MOVE FXR-CCY-FROM TO D3-RTE-CCY-FROM (D3-RTE-IDX)
004050             MOVE FXR-CCY-TO TO D3-RTE-CCY-TO (D3-RTE-IDX)
004060             MOVE FXR-RATE-DATE TO D3-RTE-DATE (D3-RTE-IDX)
004070             MOVE FXR-PUBLISHED-RATE TO D3-RTE-RATE (D3-RTE-IDX)
004080         END-IF
004090     END-IF.
004100     PERFORM 9300-READ-FXRATEF THRU 9300-EXIT.
004110 1300-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140 1310-SCAN-PAIRS.
004150*-----------------------------------------------------------------
004160     IF D3-RTE-CCY-FROM (D3-RTE-LOOKUP-IDX) = FXR-CCY-FROM
004170        AND D3-RTE-CCY-TO (D3-RTE-LOOKUP-IDX) = FXR-CCY-TO
004180         SET D3-ENTRY-FOUND TO TRUE
004190     ELSE
004200         SET D3-RTE-LOOKUP-IDX UP BY 1
004210     END-IF.
004220 1310-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250 1400-LOAD-CUSTOMER.
004260*-----------------------------------------------------------------
004270     IF D3-CUSTOMER-COUNT < 3000
004280         ADD 1 TO D3-CUSTOMER-COUNT
004290         SET D3-CUS-IDX TO D3-CUSTOMER-COUNT
004300         MOVE CMR-HZCUS  TO D3-CUS-HZCUS (D3-CUS-IDX)
004310         MOVE CMR-HZCLC  TO D3-CUS-HZCLC (D3-CUS-IDX)
004320         MOVE CMR-HZCUN  TO D3-CUS-HZCUN (D3-CUS-IDX)
004330         MOVE CMR-HZCUNA TO D3-CUS-HZCUNA (D3-CUS-IDX)
004340         MOVE 'Y' TO D3-CUS-ON-MASTER-SW (D3-CUS-IDX)
004350         MOVE ZERO TO D3-CUS-ACCOUNTS (D3-CUS-IDX)
004360                      D3-CUS-ELIGIBLE (D3-CUS-IDX)
004370                      D3-CUS-GROSS (D3-CUS-IDX)
004380                      D3-CUS-SET-OFF (D3-CUS-IDX)
004390     END-IF.
004400     PERFORM 9400-READ-CUSTMSTF THRU 9400-EXIT.
004410 1400-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------------
004440 2000-AGGREGATE-ACCOUNTS.
004450*-----------------------------------------------------------------
004460*    AN ACCOUNT WITH NO CUSTOMER NUMBER IS A LEDGER ACCOUNT AND
004470*    HAS NO DEPOSITOR.
004480     ADD 1 TO D3-SNAPSHOT-COUNT.
004490     ADD 1 TO RST-RECORDS-IN.
004500     IF CSS-HZCUS = SPACES
004510         ADD 1 TO D3-NO-CUSTOMER-COUNT
004520         GO TO 2000-NEXT
004530     END-IF.
004540     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
004550     IF NOT D3-ENTRY-FOUND
004560         GO TO 2000-NEXT
004570     END-IF.
004580     IF D3-ACCOUNT-COUNT NOT < 9000
004590         DISPLAY 'ESB103D: ACCOUNT TABLE FULL, ACCOUNT '
004600             CSS-HZAB CSS-HZAN CSS-HZAS ' NOT INCLUDED'
004610         SET D3-TRUNCATED TO TRUE
004620         GO TO 2000-NEXT
004630     END-IF.
004640     ADD 1 TO D3-ACCOUNT-COUNT.
004650     SET D3-ACC-IDX TO D3-ACCOUNT-COUNT.
004660     MOVE D3-CUST-SUB TO D3-ACC-CUS-SUB (D3-ACC-IDX).
004670     MOVE CSS-HZAB  TO D3-ACC-HZAB (D3-ACC-IDX).
004680     MOVE CSS-HZAN  TO D3-ACC-HZAN (D3-ACC-IDX).
004690     MOVE CSS-HZAS  TO D3-ACC-HZAS (D3-ACC-IDX).
004700     MOVE CSS-HZAPP TO D3-ACC-HZAPP (D3-ACC-IDX).
004710     MOVE CSS-HZACT TO D3-ACC-HZACT (D3-ACC-IDX).
004720     MOVE CSS-HZCCY TO D3-ACC-CCY (D3-ACC-IDX).
004730     MOVE CSS-HZCABL TO D3-ACC-CREDIT (D3-ACC-IDX).
004740     MOVE ZERO TO D3-ACC-DEBIT (D3-ACC-IDX)
004750                  D3-ACC-LCY-CREDIT (D3-ACC-IDX)
004760                  D3-ACC-LCY-DEBIT (D3-ACC-IDX).
004766*    THE OVERDRAWN BALANCE IS THE DRAWN OVERDRAFT, HZODL LESS
004772*    HZNABL, WHERE POSITIVE.
004778     IF CSS-HZODL > CSS-HZNABL
004784         COMPUTE D3-ACC-DEBIT (D3-ACC-IDX) =
004790             CSS-HZODL - CSS-HZNABL
004800     END-IF.
004810     ADD 1 TO D3-CUS-ACCOUNTS (D3-CUST-SUB).
004820     PERFORM 2200-CLASSIFY-ACCOUNT THRU 2200-EXIT.
004830     PERFORM 2300-CONVERT-ACCOUNT THRU 2300-EXIT.
004840     IF D3-ACC-RATED-SW (D3-ACC-IDX) = 'N'
004850         GO TO 2000-NEXT
004860     END-IF.
004870     IF D3-ACC-ELIGIBLE-SW (D3-ACC-IDX) = 'Y'
004880         ADD 1 TO D3-CUS-ELIGIBLE (D3-CUST-SUB)
004890         ADD D3-ACC-LCY-CREDIT (D3-ACC-IDX)
004900             TO D3-CUS-GROSS (D3-CUST-SUB)
004910     END-IF.
004920     IF D3-ACC-SET-OFF-SW (D3-ACC-IDX) = 'Y'
004930         ADD D3-ACC-LCY-DEBIT (D3-ACC-IDX)
004940             TO D3-CUS-SET-OFF (D3-CUST-SUB)
004950     END-IF.
004960 2000-NEXT.
004970     PERFORM 9500-READ-CUSTSNPF THRU 9500-EXIT.
004980 2000-EXIT.
004990     EXIT.
005000*-----------------------------------------------------------------
005010 2100-FIND-CUSTOMER.
005020*-----------------------------------------------------------------
005030*    A DEPOSITOR NOT ON THE MASTER IS STILL A DEPOSITOR; IT IS
005040*    ADDED WITHOUT A NAME AND WILL BE QUERIED BY THE SCHEME.
005050     MOVE 'N' TO D3-ENTRY-FOUND-SW.
005060     IF D3-CUSTOMER-COUNT > ZERO
005070         SET D3-CUS-LOOKUP-IDX TO 1
005080         PERFORM 2110-SCAN-CUSTOMERS THRU 2110-EXIT
005090             UNTIL D3-CUS-LOOKUP-IDX > D3-CUSTOMER-COUNT
005100                OR D3-ENTRY-FOUND
005110     END-IF.
005120     IF D3-ENTRY-FOUND
005130         SET D3-CUST-SUB TO D3-CUS-LOOKUP-IDX
005140         GO TO 2100-EXIT
005150     END-IF.
005160     IF D3-CUSTOMER-COUNT NOT < 3000
005170         DISPLAY 'ESB103D: CUSTOMER TABLE FULL, CUSTOMER '
005180             CSS-HZCUS ' NOT INCLUDED'
005190         SET D3-TRUNCATED TO TRUE
005200         GO TO 2100-EXIT
005210     END-IF.
005220     ADD 1 TO D3-CUSTOMER-COUNT.
005230     MOVE D3-CUSTOMER-COUNT TO D3-CUST-SUB.
005240     MOVE CSS-HZCUS TO D3-CUS-HZCUS (D3-CUST-SUB).
005250     MOVE SPACES TO D3-CUS-HZCLC (D3-CUST-SUB)
005260                    D3-CUS-HZCUN (D3-CUST-SUB)
005270                    D3-CUS-HZCUNA (D3-CUST-SUB).
005280     MOVE 'N' TO D3-CUS-ON-MASTER-SW (D3-CUST-SUB).
005290     MOVE ZERO TO D3-CUS-ACCOUNTS (D3-CUST-SUB)
005300                  D3-CUS-ELIGIBLE (D3-CUST-SUB)
005310                  D3-CUS-GROSS (D3-CUST-SUB)
005320                  D3-CUS-SET-OFF (D3-CUST-SUB).
005330     SET D3-ENTRY-FOUND TO TRUE.
005340 2100-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370 2110-SCAN-CUSTOMERS.
005380*-----------------------------------------------------------------
005390     IF D3-CUS-HZCUS (D3-CUS-LOOKUP-IDX) = CSS-HZCUS
005400         SET D3-ENTRY-FOUND TO TRUE
005410     ELSE
005420         SET D3-CUS-LOOKUP-IDX UP BY 1
005430     END-IF.
005440 2110-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------------
005470 2200-CLASSIFY-ACCOUNT.
005480*-----------------------------------------------------------------
005490*    THE PRODUCT AND TYPE ROW WINS OVER THE PRODUCT-WIDE ROW.  A
005500*    PRODUCT NOT ON THE TABLE AT ALL IS TREATED AS ELIGIBLE, NOT
005510*    SET OFF, AND COUNTED SO THE TABLE CAN BE COMPLETED.
005520     MOVE 'N' TO D3-ENTRY-FOUND-SW.
005530     IF D3-ELIGIBILITY-COUNT > ZERO
005540         SET D3-ELG-LOOKUP-IDX TO 1
005550         PERFORM 2210-SCAN-EXACT THRU 2210-EXIT
005560             UNTIL D3-ELG-LOOKUP-IDX > D3-ELIGIBILITY-COUNT
005570                OR D3-ENTRY-FOUND
005580     END-IF.
005590     IF NOT D3-ENTRY-FOUND
005600        AND D3-ELIGIBILITY-COUNT > ZERO
005610         SET D3-ELG-LOOKUP-IDX TO 1
005620         PERFORM 2220-SCAN-PRODUCT THRU 2220-EXIT
005630             UNTIL D3-ELG-LOOKUP-IDX > D3-ELIGIBILITY-COUNT
005640                OR D3-ENTRY-FOUND
005650     END-IF.
005660     IF D3-ENTRY-FOUND
005670         MOVE D3-ELG-ELIGIBLE-SW (D3-ELG-LOOKUP-IDX)
005680             TO D3-ACC-ELIGIBLE-SW (D3-ACC-IDX)
005690         MOVE D3-ELG-SET-OFF-SW (D3-ELG-LOOKUP-IDX)
005700             TO D3-ACC-SET-OFF-SW (D3-ACC-IDX)
005710     ELSE
005720         ADD 1 TO D3-UNLISTED-COUNT
005730         MOVE 'Y' TO D3-ACC-ELIGIBLE-SW (D3-ACC-IDX)
005740         MOVE 'N' TO D3-ACC-SET-OFF-SW (D3-ACC-IDX)
005750     END-IF.
005760     IF D3-ACC-ELIGIBLE-SW (D3-ACC-IDX) = 'Y'
005770         ADD 1 TO D3-ELIGIBLE-COUNT
005780     ELSE
005790         MOVE 'N' TO D3-ACC-ELIGIBLE-SW (D3-ACC-IDX)
005800         ADD 1 TO D3-EXCLUDED-COUNT
005810     END-IF.
005820     IF D3-ACC-SET-OFF-SW (D3-ACC-IDX) NOT = 'Y'
005830         MOVE 'N' TO D3-ACC-SET-OFF-SW (D3-ACC-IDX)
005840     END-IF.
005850 2200-EXIT.
005860     EXIT.
005870*-----------------------------------------------------------------
005880 2210-SCAN-EXACT.
005890*-----------------------------------------------------------------
005900     IF D3-ELG-HZAPP (D3-ELG-LOOKUP-IDX) = CSS-HZAPP
005910        AND D3-ELG-HZACT (D3-ELG-LOOKUP-IDX) = CSS-HZACT
005920         SET D3-ENTRY-FOUND TO TRUE
005930     ELSE
005940         SET D3-ELG-LOOKUP-IDX UP BY 1
005950     END-IF.
005960 2210-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------------
005990 2220-SCAN-PRODUCT.
006000*-----------------------------------------------------------------
006010     IF D3-ELG-HZAPP (D3-ELG-LOOKUP-IDX) = CSS-HZAPP
006020        AND D3-ELG-HZACT (D3-ELG-LOOKUP-IDX) = SPACES
006030         SET D3-ENTRY-FOUND TO TRUE
006040     ELSE
006050         SET D3-ELG-LOOKUP-IDX UP BY 1
006060     END-IF.
006070 2220-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100 2300-CONVERT-ACCOUNT.
006110*-----------------------------------------------------------------
006120*    THE CLOSING RATE FROM THE ACCOUNT CURRENCY TO THE LOCAL
006130*    CURRENCY, ELSE THE INVERSE OF THE LOCAL-TO-ACCOUNT RATE.  AN
006140*    ACCOUNT WITH NEITHER CANNOT BE VALUED AND IS LEFT OUT OF THE
006150*    DEPOSITOR'S TOTALS.
006160     MOVE 'Y' TO D3-ACC-RATED-SW (D3-ACC-IDX).
006170     IF D3-ACC-CCY (D3-ACC-IDX) = SCP-LOCAL-CCY OF D3-PARAM-WORK
006180        OR D3-ACC-CCY (D3-ACC-IDX) = SPACES
006190         MOVE 1 TO D3-ACC-RATE (D3-ACC-IDX)
006200         MOVE D3-ACC-CREDIT (D3-ACC-IDX)
006210             TO D3-ACC-LCY-CREDIT (D3-ACC-IDX)
006220         MOVE D3-ACC-DEBIT (D3-ACC-IDX)
006230             TO D3-ACC-LCY-DEBIT (D3-ACC-IDX)
006240         GO TO 2300-EXIT
006250     END-IF.
006260     MOVE 'N' TO D3-ENTRY-FOUND-SW.
006270     IF D3-RATE-COUNT > ZERO
006280         SET D3-RTE-LOOKUP-IDX TO 1
006290         PERFORM 2310-SCAN-DIRECT THRU 2310-EXIT
006300             UNTIL D3-RTE-LOOKUP-IDX > D3-RATE-COUNT
006310                OR D3-ENTRY-FOUND
006320     END-IF.
006330     IF D3-ENTRY-FOUND
006340         MOVE D3-RTE-RATE (D3-RTE-LOOKUP-IDX) TO D3-RATE
006350         MOVE D3-RATE TO D3-ACC-RATE (D3-ACC-IDX)
006360         COMPUTE D3-ACC-LCY-CREDIT (D3-ACC-IDX) ROUNDED =
006370             D3-ACC-CREDIT (D3-ACC-IDX) * D3-RATE
006380         COMPUTE D3-ACC-LCY-DEBIT (D3-ACC-IDX) ROUNDED =
006390             D3-ACC-DEBIT (D3-ACC-IDX) * D3-RATE
006400         GO TO 2300-EXIT
006410     END-IF.
006420     IF D3-RATE-COUNT > ZERO
006430         SET D3-RTE-LOOKUP-IDX TO 1
006440         PERFORM 2320-SCAN-INVERSE THRU 2320-EXIT
006450             UNTIL D3-RTE-LOOKUP-IDX > D3-RATE-COUNT
006460                OR D3-ENTRY-FOUND
006470     END-IF.
006480     IF D3-ENTRY-FOUND
006490         MOVE D3-RTE-RATE (D3-RTE-LOOKUP-IDX) TO D3-RATE
006500         COMPUTE D3-ACC-RATE (D3-ACC-IDX) ROUNDED = 1 / D3-RATE
006510         COMPUTE D3-ACC-LCY-CREDIT (D3-ACC-IDX) ROUNDED =
006520             D3-ACC-CREDIT (D3-ACC-IDX) / D3-RATE
006530         COMPUTE D3-ACC-LCY-DEBIT (D3-ACC-IDX) ROUNDED =
006540             D3-ACC-DEBIT (D3-ACC-IDX) / D3-RATE
006550         GO TO 2300-EXIT
006560     END-IF.
006570     MOVE 'N' TO D3-ACC-RATED-SW (D3-ACC-IDX).
006580     MOVE ZERO TO D3-ACC-RATE (D3-ACC-IDX).
006590     ADD 1 TO D3-NO-RATE-COUNT.
006600 2300-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630 2310-SCAN-DIRECT.
006640*-----------------------------------------------------------------
006650     IF D3-RTE-CCY-FROM (D3-RTE-LOOKUP-IDX) =
006660             D3-ACC-CCY (D3-ACC-IDX)
006670        AND D3-RTE-CCY-TO (D3-RTE-LOOKUP-IDX) =
006680             SCP-LOCAL-CCY OF D3-PARAM-WORK
006690        AND D3-RTE-RATE (D3-RTE-LOOKUP-IDX) > ZERO
006700         SET D3-ENTRY-FOUND TO TRUE
006710     ELSE
006720         SET D3-RTE-LOOKUP-IDX UP BY 1
006730     END-IF.
006740 2310-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770 2320-SCAN-INVERSE.
006780*-----------------------------------------------------------------
006790     IF D3-RTE-CCY-FROM (D3-RTE-LOOKUP-IDX) =
006800             SCP-LOCAL-CCY OF D3-PARAM-WORK
006810        AND D3-RTE-CCY-TO (D3-RTE-LOOKUP-IDX) =
006820             D3-ACC-CCY (D3-ACC-IDX)
006830        AND D3-RTE-RATE (D3-RTE-LOOKUP-IDX) > ZERO
006840         SET D3-ENTRY-FOUND TO TRUE
006850     ELSE
006860         SET D3-RTE-LOOKUP-IDX UP BY 1
006870     END-IF.
006880 2320-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------------
006910 3000-WRITE-SCV-FILE.
006920*-----------------------------------------------------------------
006930     MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD.
006940     SET SCV-FILE-HEADER TO TRUE.
006950     MOVE SCP-SCHEME-ID OF D3-PARAM-WORK TO SCV-HDR-SCHEME-ID.
006960     MOVE SCP-INSTITUTION-ID OF D3-PARAM-WORK
006970         TO SCV-HDR-INSTITUTION.
006980     MOVE D3-RUN-DATE TO SCV-HDR-AS-AT-DATE.
006990     MOVE SCP-LOCAL-CCY OF D3-PARAM-WORK TO SCV-HDR-LOCAL-CCY.
007000     MOVE SCP-COVER-LIMIT OF D3-PARAM-WORK
007010         TO SCV-HDR-COVER-LIMIT.
007020     WRITE SINGLE-CUSTOMER-VIEW-RECORD.
007030     IF D3-CUSTOMER-COUNT > ZERO
007040         MOVE 1 TO D3-CUST-SUB
007050         PERFORM 3100-WRITE-ONE-DEPOSITOR THRU 3100-EXIT
007060             UNTIL D3-CUST-SUB > D3-CUSTOMER-COUNT
007070     END-IF.
007080     MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD.
007090     SET SCV-FILE-TRAILER TO TRUE.
007100     MOVE D3-DEPOSITOR-COUNT TO SCV-TRL-DEPOSITORS.
007110     MOVE D3-ACCOUNT-REC-COUNT TO SCV-TRL-ACCOUNTS.
007120     MOVE D3-TOT-NET TO SCV-TRL-NET.
007130     MOVE D3-TOT-INSURED TO SCV-TRL-INSURED.
007140     MOVE D3-TOT-UNINSURED TO SCV-TRL-UNINSURED.
007150     WRITE SINGLE-CUSTOMER-VIEW-RECORD.
007160 3000-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190 3100-WRITE-ONE-DEPOSITOR.
007200*-----------------------------------------------------------------
007210*    ONLY A CUSTOMER WITH AT LEAST ONE ELIGIBLE ACCOUNT IS A
007220*    DEPOSITOR FOR THE SCHEME.  SET-OFF CANNOT TAKE THE NET
007230*    BELOW ZERO.
007240     IF D3-CUS-ELIGIBLE (D3-CUST-SUB) = ZERO
007250         GO TO 3100-NEXT
007260     END-IF.
007270     ADD 1 TO D3-DEPOSITOR-COUNT.
007280     IF D3-CUS-SET-OFF (D3-CUST-SUB) <
007290             D3-CUS-GROSS (D3-CUST-SUB)
007300         COMPUTE D3-NET = D3-CUS-GROSS (D3-CUST-SUB)
007310             - D3-CUS-SET-OFF (D3-CUST-SUB)
007320     ELSE
007330         MOVE ZERO TO D3-NET
007340     END-IF.
007350     IF D3-NET > SCP-COVER-LIMIT OF D3-PARAM-WORK
007360         MOVE SCP-COVER-LIMIT OF D3-PARAM-WORK TO D3-INSURED
007370         ADD 1 TO D3-OVER-LIMIT-COUNT
007380     ELSE
007390         MOVE D3-NET TO D3-INSURED
007400     END-IF.
007410     ADD D3-CUS-GROSS (D3-CUST-SUB) TO D3-TOT-GROSS.
007420     ADD D3-CUS-SET-OFF (D3-CUST-SUB) TO D3-TOT-SET-OFF.
007430     ADD D3-NET TO D3-TOT-NET.
007440     ADD D3-INSURED TO D3-TOT-INSURED.
007450     COMPUTE D3-TOT-UNINSURED = D3-TOT-UNINSURED
007460         + D3-NET - D3-INSURED.
007470     MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD.
007480     SET SCV-DEPOSITOR TO TRUE.
007490     MOVE D3-CUS-HZCUS (D3-CUST-SUB) TO SCV-HZCUS.
007500     MOVE D3-CUS-HZCUN (D3-CUST-SUB) TO SCV-DEP-NAME.
007510     MOVE D3-CUS-HZCUNA (D3-CUST-SUB) TO SCV-DEP-NAME-2.
007520     MOVE D3-CUS-HZCLC (D3-CUST-SUB) TO SCV-DEP-HZCLC.
007530     MOVE D3-CUS-ACCOUNTS (D3-CUST-SUB) TO SCV-DEP-ACCOUNTS.
007540     MOVE D3-CUS-GROSS (D3-CUST-SUB) TO SCV-DEP-GROSS.
007550     MOVE D3-CUS-SET-OFF (D3-CUST-SUB) TO SCV-DEP-SET-OFF.
007560     MOVE D3-NET TO SCV-DEP-NET.
007570     MOVE D3-INSURED TO SCV-DEP-INSURED.
007580     COMPUTE SCV-DEP-UNINSURED = D3-NET - D3-INSURED.
007590     PERFORM 3200-CHECK-IDENTITY THRU 3200-EXIT.
007600     IF D3-QUERY-REASON = SPACES
007610         SET SCV-IDENTITY-COMPLETE TO TRUE
007620     ELSE
007630         SET SCV-IDENTITY-INCOMPLETE TO TRUE
007640     END-IF.
007650     WRITE SINGLE-CUSTOMER-VIEW-RECORD.
007660     ADD 1 TO RST-RECORDS-OUT.
007670     IF D3-ACCOUNT-COUNT > ZERO
007680         MOVE 1 TO D3-ACC-SUB
007690         PERFORM 3300-WRITE-ONE-ACCOUNT THRU 3300-EXIT
007700             UNTIL D3-ACC-SUB > D3-ACCOUNT-COUNT
007710     END-IF.
007720 3100-NEXT.
007730     ADD 1 TO D3-CUST-SUB.
007740 3100-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770 3200-CHECK-IDENTITY.
007780*-----------------------------------------------------------------
007790*    THE SCHEME QUERIES A DEPOSITOR IT CANNOT IDENTIFY: ONE NOT
007800*    ON THE CUSTOMER MASTER, WITHOUT A NAME OR WITHOUT A
007810*    CUSTOMER LOCATION.
007820     MOVE SPACES TO D3-QUERY-REASON.
007830     EVALUATE TRUE
007840         WHEN NOT D3-CUS-ON-MASTER (D3-CUST-SUB)
007850             MOVE 'NOT ON CUSTOMER MASTER' TO D3-QUERY-REASON
007860         WHEN D3-CUS-HZCUN (D3-CUST-SUB) = SPACES
007870             MOVE 'NO CUSTOMER NAME' TO D3-QUERY-REASON
007880         WHEN D3-CUS-HZCLC (D3-CUST-SUB) = SPACES
007890             MOVE 'NO CUSTOMER LOCATION' TO D3-QUERY-REASON
007900         WHEN OTHER
007910             CONTINUE
007920     END-EVALUATE.
007930 3200-EXIT.
007940     EXIT.
007950*-----------------------------------------------------------------
007960 3300-WRITE-ONE-ACCOUNT.
007970*-----------------------------------------------------------------
007980     IF D3-ACC-CUS-SUB (D3-ACC-SUB) NOT = D3-CUST-SUB
007990         GO TO 3300-NEXT
008000     END-IF.
008010     MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD.
008020     SET SCV-ACCOUNT TO TRUE.
008030     MOVE D3-CUS-HZCUS (D3-CUST-SUB) TO SCV-HZCUS.
008040     MOVE D3-ACC-HZAB (D3-ACC-SUB)  TO SCV-ACC-HZAB.
008050     MOVE D3-ACC-HZAN (D3-ACC-SUB)  TO SCV-ACC-HZAN.
008060     MOVE D3-ACC-HZAS (D3-ACC-SUB)  TO SCV-ACC-HZAS.
008070     MOVE D3-ACC-HZAPP (D3-ACC-SUB) TO SCV-ACC-HZAPP.
008080     MOVE D3-ACC-HZACT (D3-ACC-SUB) TO SCV-ACC-HZACT.
008090     MOVE D3-ACC-CCY (D3-ACC-SUB)   TO SCV-ACC-CCY.
008100     MOVE D3-ACC-CREDIT (D3-ACC-SUB) TO SCV-ACC-CREDIT.
008110     MOVE D3-ACC-DEBIT (D3-ACC-SUB) TO SCV-ACC-DEBIT.
008120     MOVE D3-ACC-RATE (D3-ACC-SUB) TO SCV-ACC-RATE.
008130     MOVE D3-ACC-LCY-CREDIT (D3-ACC-SUB) TO SCV-ACC-LCY-CREDIT.
008140     MOVE D3-ACC-LCY-DEBIT (D3-ACC-SUB) TO SCV-ACC-LCY-DEBIT.
008150     MOVE D3-ACC-ELIGIBLE-SW (D3-ACC-SUB) TO SCV-ACC-ELIGIBLE.
008160     MOVE D3-ACC-SET-OFF-SW (D3-ACC-SUB) TO SCV-ACC-SET-OFF.
008170     MOVE D3-ACC-RATED-SW (D3-ACC-SUB) TO SCV-ACC-RATED.
008180     WRITE SINGLE-CUSTOMER-VIEW-RECORD.
008190     ADD 1 TO D3-ACCOUNT-REC-COUNT.
008200     ADD 1 TO RST-RECORDS-OUT.
008210 3300-NEXT.
008220     ADD 1 TO D3-ACC-SUB.
008230 3300-EXIT.
008240     EXIT.
008250*-----------------------------------------------------------------
008260 4000-LIST-QUERIES.
008270*-----------------------------------------------------------------
008280     MOVE SPACES TO SCVRPT-RECORD.
008290     WRITE SCVRPT-RECORD.
008300     MOVE SPACES TO D3-SECTION-LINE.
008310     MOVE 'DEPOSITORS WITH INCOMPLETE IDENTITY DETAILS'
008320         TO D3-SEC-TITLE.
008330     MOVE D3-SECTION-LINE TO SCVRPT-RECORD.
008340     WRITE SCVRPT-RECORD.
008350     MOVE D3-IDENTITY-COLUMN-LINE TO SCVRPT-RECORD.
008360     WRITE SCVRPT-RECORD.
008370     IF D3-CUSTOMER-COUNT > ZERO
008380         MOVE 1 TO D3-CUST-SUB
008390         PERFORM 4100-LIST-ONE-IDENTITY THRU 4100-EXIT
008400             UNTIL D3-CUST-SUB > D3-CUSTOMER-COUNT
008410     END-IF.
008420     MOVE SPACES TO SCVRPT-RECORD.
008430     WRITE SCVRPT-RECORD.
008440     MOVE SPACES TO D3-SECTION-LINE.
008450     MOVE 'ACCOUNTS NOT VALUED FOR WANT OF A CLOSING RATE'
008460         TO D3-SEC-TITLE.
008470     MOVE D3-SECTION-LINE TO SCVRPT-RECORD.
008480     WRITE SCVRPT-RECORD.
008490     MOVE D3-RATE-COLUMN-LINE TO SCVRPT-RECORD.
008500     WRITE SCVRPT-RECORD.
008510     IF D3-ACCOUNT-COUNT > ZERO
008520         MOVE 1 TO D3-ACC-SUB
008530         PERFORM 4200-LIST-ONE-UNRATED THRU 4200-EXIT
008540             UNTIL D3-ACC-SUB > D3-ACCOUNT-COUNT
008550     END-IF.
008560 4000-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------------
008590 4100-LIST-ONE-IDENTITY.
008600*-----------------------------------------------------------------
008610     IF D3-CUS-ELIGIBLE (D3-CUST-SUB) = ZERO
008620         GO TO 4100-NEXT
008630     END-IF.
008640     PERFORM 3200-CHECK-IDENTITY THRU 3200-EXIT.
008650     IF D3-QUERY-REASON = SPACES
008660         GO TO 4100-NEXT
008670     END-IF.
008680     ADD 1 TO D3-INCOMPLETE-COUNT.
008690     MOVE SPACES TO D3-IDENTITY-LINE.
008700     MOVE D3-CUS-HZCUS (D3-CUST-SUB) TO D3-IDL-HZCUS.
008710     MOVE D3-CUS-HZCUN (D3-CUST-SUB) TO D3-IDL-NAME.
008720     MOVE D3-CUS-HZCLC (D3-CUST-SUB) TO D3-IDL-HZCLC.
008730     IF D3-CUS-SET-OFF (D3-CUST-SUB) <
008740             D3-CUS-GROSS (D3-CUST-SUB)
008750         COMPUTE D3-IDL-NET = D3-CUS-GROSS (D3-CUST-SUB)
008760             - D3-CUS-SET-OFF (D3-CUST-SUB)
008770     ELSE
008780         MOVE ZERO TO D3-IDL-NET
008790     END-IF.
008800     MOVE D3-QUERY-REASON TO D3-IDL-REASON.
008810     MOVE D3-IDENTITY-LINE TO SCVRPT-RECORD.
008820     WRITE SCVRPT-RECORD.
008830 4100-NEXT.
008840     ADD 1 TO D3-CUST-SUB.
008850 4100-EXIT.
008860     EXIT.
008870*-----------------------------------------------------------------
008880 4200-LIST-ONE-UNRATED.
008890*-----------------------------------------------------------------
008900     IF D3-ACC-RATED-SW (D3-ACC-SUB) NOT = 'N'
008910         GO TO 4200-NEXT
008920     END-IF.
008930     MOVE D3-ACC-HZAB (D3-ACC-SUB) TO D3-RXL-HZAB.
008940     MOVE D3-ACC-HZAN (D3-ACC-SUB) TO D3-RXL-HZAN.
008950     MOVE D3-ACC-HZAS (D3-ACC-SUB) TO D3-RXL-HZAS.
008960     MOVE D3-ACC-CUS-SUB (D3-ACC-SUB) TO D3-CUST-SUB.
008970     MOVE D3-CUS-HZCUS (D3-CUST-SUB) TO D3-RXL-HZCUS.
008980     MOVE D3-ACC-CCY (D3-ACC-SUB) TO D3-RXL-CCY.
008990     MOVE D3-ACC-CREDIT (D3-ACC-SUB) TO D3-RXL-BALANCE.
009000     MOVE SCP-LOCAL-CCY OF D3-PARAM-WORK TO D3-RXL-LOCAL-CCY.
009010     MOVE D3-RATE-LINE TO SCVRPT-RECORD.
009020     WRITE SCVRPT-RECORD.
009030 4200-NEXT.
009040     ADD 1 TO D3-ACC-SUB.
009050 4200-EXIT.
009060     EXIT.
009070*-----------------------------------------------------------------
009080 7000-PRINT-SUMMARY.
009090*-----------------------------------------------------------------
009100     MOVE SPACES TO SCVRPT-RECORD.
009110     WRITE SCVRPT-RECORD.
009120     MOVE SPACES TO D3-SECTION-LINE.
009130     MOVE 'CONTROL TOTALS' TO D3-SEC-TITLE.
009140     MOVE D3-SECTION-LINE TO SCVRPT-RECORD.
009150     WRITE SCVRPT-RECORD.
009160     MOVE 'CUSTOMERS ON MASTER OR SNAPSHOT' TO D3-CNT-LABEL.
009170     MOVE D3-CUSTOMER-COUNT TO D3-CNT-VALUE.
009180     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009190     MOVE 'DEPOSITORS ON THE SCV FILE' TO D3-CNT-LABEL.
009200     MOVE D3-DEPOSITOR-COUNT TO D3-CNT-VALUE.
009210     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009220     MOVE 'DEPOSITORS OVER THE COVERAGE LIMIT' TO D3-CNT-LABEL.
009230     MOVE D3-OVER-LIMIT-COUNT TO D3-CNT-VALUE.
009240     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009250     MOVE 'DEPOSITORS WITH INCOMPLETE IDENTITY' TO D3-CNT-LABEL.
009260     MOVE D3-INCOMPLETE-COUNT TO D3-CNT-VALUE.
009270     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009280     MOVE 'ACCOUNTS ON THE SNAPSHOT' TO D3-CNT-LABEL.
009290     MOVE D3-SNAPSHOT-COUNT TO D3-CNT-VALUE.
009300     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009310     MOVE 'LEDGER ACCOUNTS (NO CUSTOMER)' TO D3-CNT-LABEL.
009320     MOVE D3-NO-CUSTOMER-COUNT TO D3-CNT-VALUE.
009330     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009340     MOVE 'ELIGIBLE ACCOUNTS' TO D3-CNT-LABEL.
009350     MOVE D3-ELIGIBLE-COUNT TO D3-CNT-VALUE.
009360     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009370     MOVE 'INELIGIBLE ACCOUNTS EXCLUDED' TO D3-CNT-LABEL.
009380     MOVE D3-EXCLUDED-COUNT TO D3-CNT-VALUE.
009390     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009400     MOVE 'ACCOUNTS WITH TYPE NOT ON ELIGIBILITY' TO D3-CNT-LABEL.
009410     MOVE D3-UNLISTED-COUNT TO D3-CNT-VALUE.
009420     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009430     MOVE 'ACCOUNTS WITHOUT A CLOSING RATE' TO D3-CNT-LABEL.
009440     MOVE D3-NO-RATE-COUNT TO D3-CNT-VALUE.
009450     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
009460     MOVE 'TOTAL ELIGIBLE DEPOSITS' TO D3-AMT-LABEL.
009470     MOVE D3-TOT-GROSS TO D3-AMT-VALUE.
009480     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
009490     MOVE 'TOTAL OVERDRAWN BALANCES SET OFF' TO D3-AMT-LABEL.
009500     MOVE D3-TOT-SET-OFF TO D3-AMT-VALUE.
009510     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
009520     MOVE 'TOTAL NET DEPOSITS' TO D3-AMT-LABEL.
009530     MOVE D3-TOT-NET TO D3-AMT-VALUE.
009540     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
009550     MOVE 'TOTAL INSURED' TO D3-AMT-LABEL.
009560     MOVE D3-TOT-INSURED TO D3-AMT-VALUE.
009570     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
009580     MOVE 'TOTAL UNINSURED' TO D3-AMT-LABEL.
009590     MOVE D3-TOT-UNINSURED TO D3-AMT-VALUE.
009600     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
009610     IF D3-TRUNCATED
009620         MOVE SPACES TO D3-SECTION-LINE
009630         MOVE 'FILE INCOMPLETE - TABLE CAPACITY REACHED, SEE LOG'
009640             TO D3-SEC-TITLE
009650         MOVE D3-SECTION-LINE TO SCVRPT-RECORD
009660         WRITE SCVRPT-RECORD
009670     END-IF.
009680 7000-EXIT.
009690     EXIT.
009700*-----------------------------------------------------------------
009710 7100-WRITE-COUNT.
009720*-----------------------------------------------------------------
009730     MOVE D3-COUNT-LINE TO SCVRPT-RECORD.
009740     WRITE SCVRPT-RECORD.
009750 7100-EXIT.
009760     EXIT.
009770*-----------------------------------------------------------------
009780 7200-WRITE-AMOUNT.
009790*-----------------------------------------------------------------
009800     MOVE SCP-LOCAL-CCY OF D3-PARAM-WORK TO D3-AMT-CCY.
009810     MOVE D3-AMOUNT-LINE TO SCVRPT-RECORD.
009820     WRITE SCVRPT-RECORD.
009830 7200-EXIT.
009840     EXIT.
009850*-----------------------------------------------------------------
009860 8000-TERMINATE.
009870*-----------------------------------------------------------------
009880     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
009890     CLOSE CUSTSNPF.
009900     CLOSE SCVOUTF.
009910     CLOSE SCVRPT.
009920     DISPLAY 'ESB103D: DEPOSITORS ' D3-DEPOSITOR-COUNT
009930         ' ACCOUNTS ' D3-ACCOUNT-REC-COUNT
009940         ' INCOMPLETE IDENTITY ' D3-INCOMPLETE-COUNT
009950         ' NO RATE ' D3-NO-RATE-COUNT.
009960     DISPLAY 'ESB103D: NET DEPOSITS ' D3-TOT-NET
009970         ' INSURED ' D3-TOT-INSURED.
009980     IF D3-TRUNCATED
009990         MOVE 8 TO RETURN-CODE
010000     END-IF.
010010 8000-EXIT.
010020     EXIT.
010030*-----------------------------------------------------------------
010040 9100-READ-SCVPRMF.
010050*-----------------------------------------------------------------
010060     READ SCVPRMF
010070         AT END
010080             SET D3-SCVPRMF-EOF TO TRUE
010090     END-READ.
010100 9100-EXIT.
010110     EXIT.
010120*-----------------------------------------------------------------
010130 9200-READ-SCVELGF.
010140*-----------------------------------------------------------------
010150     READ SCVELGF
010160         AT END
010170             SET D3-SCVELGF-EOF TO TRUE
010180     END-READ.
010190 9200-EXIT.
010200     EXIT.
010210*-----------------------------------------------------------------
010220 9300-READ-FXRATEF.
010230*-----------------------------------------------------------------
010240     READ FXRATEF
010250         AT END
010260             SET D3-FXRATEF-EOF TO TRUE
010270     END-READ.
010280 9300-EXIT.
010290     EXIT.
010300*-----------------------------------------------------------------
010310 9400-READ-CUSTMSTF.
010320*-----------------------------------------------------------------
010330     READ CUSTMSTF
010340         AT END
010350             SET D3-CUSTMSTF-EOF TO TRUE
010360     END-READ.
010370 9400-EXIT.
010380     EXIT.
010390*-----------------------------------------------------------------
010400 9500-READ-CUSTSNPF.
010410*-----------------------------------------------------------------
010420     READ CUSTSNPF
010430         AT END
010440             SET D3-CUSTSNPF-EOF TO TRUE
010450     END-READ.
010460 9500-EXIT.
010470     EXIT.
010480*-----------------------------------------------------------------
010490 9900-WRITE-RUN-STATS.
010500*-----------------------------------------------------------------
010510     MOVE 'ESB103D' TO RST-PROGRAM-ID.
010520     MOVE D3-RUN-DATE TO RST-BUSINESS-DATE.
010530     ACCEPT RST-END-TIME FROM TIME.
010540     MOVE D3-NO-RATE-COUNT TO RST-REJECT-COUNT.
010550     MOVE '00' TO RST-WORST-STATUS.
010560     IF D3-SCVOUTF-STATUS NOT = '00'
010570         MOVE D3-SCVOUTF-STATUS TO RST-WORST-STATUS
010580     END-IF.
010590     IF D3-SCVRPT-STATUS NOT = '00'
010600         MOVE D3-SCVRPT-STATUS TO RST-WORST-STATUS
010610     END-IF.
010620     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
010630 9900-EXIT.
010640     EXIT.
010650*-----------------------------------------------------------------
010660 9999-EXIT.
010670*-----------------------------------------------------------------
010680     EXIT.
